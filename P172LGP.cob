      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Consentimento de marketing (LGPD) e relatorio do
      *    titular. Registra em CADLGPD se o cliente (chave "C"+CPF)
      *    ou o lead da fila de espera (chave "L"+numero) aceita ou
      *    recusa contato de marketing, com a data, o canal em que
      *    deu a resposta e o operador; cada alteracao vai para o
      *    LOGTRANS (CONSEN). O relatorio do titular junta no spool
      *    (P172SPO) tudo o que a loja guarda de um CPF: cadastro,
      *    consentimento, vendas e arquivo morto, parcelas, formas de
      *    pagamento, boletos, garantias, consignacoes e repasses,
      *    recall, notas fiscais, entregas, transferencias,
      *    restricoes, negativacao, sinais, pesquisas, revisoes,
      *    balcao, titulos a pagar, apolices de seguro auto e, pelo
      *    telefone do cadastro, leads, test-drives, fila da vez,
      *    oficina e casamentos de leads. A consulta tambem fica no
      *    LOGTRANS (RELTIT).
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172LGP.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADLGPD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGPD-CHAVE
               FILE STATUS IS ERROLGP.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY EMAIL DUPLICATES.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
           SELECT HISVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISV-CONTRATO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY HISV-VEICULO DUPLICATES
               ALTERNATE RECORD KEY HISV-ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY HISV-CHASSI.
           SELECT CADPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS ERRO.
           SELECT HISPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISP-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADFPAG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPAG-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADBOLE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOLE-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADGAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADCONS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONS-CHASSI
               FILE STATUS IS ERRO.
           SELECT CADCREP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREP-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADRECAT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCA-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADNF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-NUMERO
               FILE STATUS IS ERRO.
           SELECT CADENTG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTG-CHASSI
               FILE STATUS IS ERRO.
           SELECT CADHIST ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO.
           SELECT CADREST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REST-CPF
               FILE STATUS IS ERRO.
           SELECT CADNEGA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEG-CPF
               FILE STATUS IS ERRO.
           SELECT CADAPOL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APOL-CHAVE
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY APOL-DATAFIM DUPLICATES.
           SELECT CADSINL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-RECIBO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY SIN-CHASSI DUPLICATES.
           SELECT CADNPS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPS-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADLEMB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEMB-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADBALC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALC-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADPAGAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-NUMERO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY CPG-CHAVEDOC
               ALTERNATE RECORD KEY CPG-VENCIMENTO DUPLICATES.
           SELECT CADLEAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEAD-NUMERO
               FILE STATUS IS ERRO.
           SELECT AGENDA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADATEN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATEN-NUMERO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY ATEN-DATA DUPLICATES.
           SELECT CADAGOF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGO-CHAVE
               FILE STATUS IS ERRO.
           SELECT LIGALEAD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO.
           SELECT LOGTRANS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROLOG.
           SELECT ARQREL ASSIGN TO DYNAMIC NOMERELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROREL.
           SELECT SPOOLIDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPO-CHAVE
               FILE STATUS IS ERROIDX.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

           FD CADLGPD
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADLGPD.DAT".
           01 REGLGPD.
               02 LGPD-CHAVE.
                   03 LGPD-TIPO PIC X(1) VALUE "C".
                   03 LGPD-CODIGO PIC 9(11) VALUE ZEROS.
               02 LGPD-MARKETING PIC X(1) VALUE SPACES.
               02 LGPD-DATA PIC 9(8) VALUE ZEROS.
               02 LGPD-CANAL PIC X(1) VALUE SPACES.
               02 LGPD-OPERADOR PIC X(20) VALUE SPACES.
               02 LGPD-DATAREF PIC 9(8) VALUE ZEROS.
               02 LGPD-DATAANON PIC 9(8) VALUE ZEROS.

           FD CADPROPR
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPR.
               02 CPF PIC 9(11) VALUE ZEROS.
               02 EMAIL PIC X(30) VALUE SPACES.
               02 NOME PIC X(20) VALUE SPACES.
               02 COMPLEMENTO PIC X(30) VALUE SPACES.
               02 TELEFONE.
                   05 DDD PIC 9(2) VALUE ZEROS.
                   05 NUMERO PIC 9(9) VALUE ZEROS.
               02 DATANASC.
                   05 DIA PIC 9(2) VALUE ZEROS.
                   05 MES PIC 9(2) VALUE ZEROS.
                   05 ANO PIC 9(4) VALUE ZEROS.
               02 TIPOPESSOA PIC X(1) VALUE "F".
               02 CNPJ PIC 9(14) VALUE ZEROS.
               02 RAZAOSOCIAL PIC X(30) VALUE SPACES.
               02 INSCRESTADUAL PIC X(14) VALUE SPACES.
               02 CEPPROPR PIC 9(8) VALUE ZEROS.
               02 NUMEROEND PIC X(6) VALUE SPACES.

           FD CADVEIC
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 VEIC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 VEICULO.
                   03 VEIC-MARCA PIC 9(3) VALUE ZEROES.
                   03 VEIC-MODEL PIC 9(3) VALUE ZEROES.
                   03 VEIC-CPF PIC 9(11) VALUE ZEROS.
               02 ANOMODELO.
                   05 ANO-FABRIC PIC 9(4) VALUE ZEROS.
                   05 ANO-MODEL PIC 9(4) VALUE ZEROS.
               02 COR PIC 9(2) VALUE ZEROS.
               02 VEIC-STATUS PIC X(1) VALUE "D".
               02 CHASSI PIC X(17) VALUE SPACES.
               02 VEIC-VEND PIC 9(3) VALUE ZEROS.
               02 COMISSAO PIC 9(2)V9(2) VALUE ZEROS.
               02 VALORVENDA PIC 9(8)V99 VALUE ZEROS.
               02 VRPGTO PIC 9(8)V99 VALUE ZEROS.
               02 VRCOM PIC 9(8)V99 VALUE ZEROS.
               02 DATAVENDA PIC 9(8) VALUE ZEROS.
               02 VLR-ICMS PIC 9(8)V99 VALUE ZEROS.
               02 VLR-IPI PIC 9(8)V99 VALUE ZEROS.
               02 FILIAL PIC 9(2) VALUE ZEROS.

           FD HISVEIC
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISVEIC.DAT".
           01 REGHISV.
               02 HISV-CONTRATO PIC 9(8) VALUE ZEROS.
               02 HISV-VEICULO.
                   03 HISV-MARCA PIC 9(3) VALUE ZEROES.
                   03 HISV-MODEL PIC 9(3) VALUE ZEROES.
                   03 HISV-CPF PIC 9(11) VALUE ZEROS.
               02 HISV-ANOMODELO.
                   05 HISV-ANO-FABRIC PIC 9(4) VALUE ZEROS.
                   05 HISV-ANO-MODEL PIC 9(4) VALUE ZEROS.
               02 HISV-COR PIC 9(2) VALUE ZEROS.
               02 HISV-STATUS PIC X(1) VALUE "V".
               02 HISV-CHASSI PIC X(17) VALUE SPACES.
               02 HISV-VEND PIC 9(3) VALUE ZEROS.
               02 HISV-COMISSAO PIC 9(2)V9(2) VALUE ZEROS.
               02 HISV-VALORVENDA PIC 9(8)V99 VALUE ZEROS.
               02 HISV-VRPGTO PIC 9(8)V99 VALUE ZEROS.
               02 HISV-VRCOM PIC 9(8)V99 VALUE ZEROS.
               02 HISV-DATAVENDA PIC 9(8) VALUE ZEROS.
               02 HISV-ICMS PIC 9(8)V99 VALUE ZEROS.
               02 HISV-IPI PIC 9(8)V99 VALUE ZEROS.
               02 HISV-FILIAL PIC 9(2) VALUE ZEROS.

           FD CADPARC
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPARC.DAT".
           01 REGPARC.
               02 PARC-CHAVE.
                   03 PARC-CONTRATO PIC 9(8) VALUE ZEROS.
                   03 PARC-NUMERO PIC 9(3) VALUE ZEROS.
               02 PARC-VEICULO.
                   03 PARC-MARCA PIC 9(3) VALUE ZEROS.
                   03 PARC-MODELO PIC 9(3) VALUE ZEROS.
                   03 PARC-CPF PIC 9(11) VALUE ZEROS.
               02 PARC-VENCIMENTO PIC 9(8) VALUE ZEROS.
               02 PARC-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 PARC-PAGO PIC X(1) VALUE "N".
               02 PARC-DATAPGTO PIC 9(8) VALUE ZEROS.
               02 PARC-VRPAGO PIC 9(8)V99 VALUE ZEROS.
               02 PARC-RECIBO PIC 9(8) VALUE ZEROS.

           FD HISPARC
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "HISPARC.DAT".
           01 REGHISP.
               02 HISP-CHAVE.
                   03 HISP-CONTRATO PIC 9(8) VALUE ZEROS.
                   03 HISP-NUMERO PIC 9(3) VALUE ZEROS.
               02 HISP-VEICULO.
                   03 HISP-MARCA PIC 9(3) VALUE ZEROS.
                   03 HISP-MODELO PIC 9(3) VALUE ZEROS.
                   03 HISP-CPF PIC 9(11) VALUE ZEROS.
               02 HISP-VENCIMENTO PIC 9(8) VALUE ZEROS.
               02 HISP-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 HISP-PAGO PIC X(1) VALUE "N".
               02 HISP-DATAPGTO PIC 9(8) VALUE ZEROS.
               02 HISP-VRPAGO PIC 9(8)V99 VALUE ZEROS.
               02 HISP-RECIBO PIC 9(8) VALUE ZEROS.

           FD CADFPAG
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADFPAG.DAT".
           01 REGFPAG.
               02 FPAG-CHAVE.
                   03 FPAG-CONTRATO PIC 9(8) VALUE ZEROS.
                   03 FPAG-SEQ PIC 9(2) VALUE ZEROS.
               02 FPAG-VEICULO.
                   03 FPAG-MARCA PIC 9(3) VALUE ZEROS.
                   03 FPAG-MODELO PIC 9(3) VALUE ZEROS.
                   03 FPAG-CPF PIC 9(11) VALUE ZEROS.
               02 FPAG-FORMA PIC X(1) VALUE "D".
               02 FPAG-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 FPAG-VEZES PIC 9(2) VALUE ZEROS.

           FD CADBOLE
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADBOLE.DAT".
           01 REGBOLE.
               02 BOLE-CHAVE.
                   03 BOLE-CONTRATO PIC 9(8) VALUE ZEROS.
                   03 BOLE-NUMERO PIC 9(3) VALUE ZEROS.
               02 BOLE-MARCA PIC 9(3) VALUE ZEROS.
               02 BOLE-MODELO PIC 9(3) VALUE ZEROS.
               02 BOLE-CPF PIC 9(11) VALUE ZEROS.
               02 BOLE-SITUACAO PIC X(1) VALUE "E".
               02 BOLE-DATAENVIO PIC 9(8) VALUE ZEROS.
               02 BOLE-DATALIQ PIC 9(8) VALUE ZEROS.
               02 BOLE-VRLIQ PIC 9(8)V99 VALUE ZEROS.

           FD CADGAR
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADGAR.DAT".
           01 REGGAR.
               02 GAR-CHAVE.
                   03 GAR-CHASSI PIC X(17) VALUE SPACES.
                   03 GAR-DATAVENDA PIC 9(8) VALUE ZEROS.
               02 GAR-CPF PIC 9(11) VALUE ZEROS.
               02 GAR-MESES PIC 9(3) VALUE ZEROS.
               02 GAR-PLANO PIC X(1) VALUE "L".
               02 GAR-DATAFIM PIC 9(8) VALUE ZEROS.
               02 GAR-CONTRATO PIC 9(8) VALUE ZEROS.

           FD CADCONS
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADCONS.DAT".
           01 REGCONS.
               02 CONS-CHASSI PIC X(17) VALUE SPACES.
               02 CONS-CPF PIC 9(11) VALUE ZEROS.
               02 CONS-VALORMIN PIC 9(8)V99 VALUE ZEROS.
               02 CONS-PCT PIC 9(2)V99 VALUE ZEROS.
               02 CONS-DATAINI PIC 9(8) VALUE ZEROS.
               02 CONS-DATAFIM PIC 9(8) VALUE ZEROS.
               02 CONS-SITUACAO PIC X(1) VALUE "A".
               02 CONS-VALORVENDA PIC 9(8)V99 VALUE ZEROS.
               02 CONS-NOSSATAXA PIC 9(8)V99 VALUE ZEROS.
               02 CONS-VALORDONO PIC 9(8)V99 VALUE ZEROS.
               02 CONS-DATALIQ PIC 9(8) VALUE ZEROS.

           FD CADCREP
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADCREP.DAT".
           01 REGCREP.
               02 CREP-CHAVE.
                   03 CREP-CHASSI PIC X(17) VALUE SPACES.
                   03 CREP-DATALIQ PIC 9(8) VALUE ZEROS.
               02 CREP-CPF PIC 9(11) VALUE ZEROS.
               02 CREP-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 CREP-DATAPGTO PIC 9(8) VALUE ZEROS.

           FD CADRECAT
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADRECAT.DAT".
           01 REGRCA.
               02 RCA-CHAVE.
                   03 RCA-NUMERO PIC 9(4) VALUE ZEROS.
                   03 RCA-CHASSI PIC X(17) VALUE SPACES.
               02 RCA-CPF PIC 9(11) VALUE ZEROS.
               02 RCA-DATA PIC 9(8) VALUE ZEROS.
               02 RCA-SITUACAO PIC X(1) VALUE "P".

           FD CADNF
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADNF.DAT".
           01 REGNF.
               02 NF-NUMERO PIC 9(6) VALUE ZEROS.
               02 NF-DATA PIC 9(8) VALUE ZEROS.
               02 NF-CPF PIC 9(11) VALUE ZEROS.
               02 NF-NOME PIC X(20) VALUE SPACES.
               02 NF-UF PIC X(2) VALUE SPACES.
               02 NF-MARCA PIC 9(3) VALUE ZEROS.
               02 NF-MODELO PIC 9(3) VALUE ZEROS.
               02 NF-CHASSI PIC X(17) VALUE SPACES.
               02 NF-VALORVENDA PIC 9(8)V99 VALUE ZEROS.
               02 NF-ICMS PIC 9(8)V99 VALUE ZEROS.
               02 NF-IPI PIC 9(8)V99 VALUE ZEROS.
               02 NF-FILIAL PIC 9(2) VALUE ZEROS.
               02 NF-TIPOPESSOA PIC X(1) VALUE "F".
               02 NF-CNPJ PIC 9(14) VALUE ZEROS.

           FD CADENTG
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADENTG.DAT".
           01 REGENTG.
               02 ENTG-CHASSI PIC X(17) VALUE SPACES.
               02 ENTG-CPF PIC 9(11) VALUE ZEROS.
               02 ENTG-DATAVENDA PIC 9(8) VALUE ZEROS.
               02 ENTG-DATAAGEND PIC 9(8) VALUE ZEROS.
               02 ENTG-FILIAL PIC 9(2) VALUE ZEROS.
               02 ENTG-LAVAGEM PIC X(1) VALUE "N".
               02 ENTG-TANQUE PIC X(1) VALUE "N".
               02 ENTG-REVISAO PIC X(1) VALUE "N".
               02 ENTG-EMPLACAMENTO PIC X(1) VALUE "N".
               02 ENTG-SITUACAO PIC X(1) VALUE "P".
               02 ENTG-DATAENTREGA PIC 9(8) VALUE ZEROS.

           FD CADHIST
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADHIST.DAT".
           01 REGHIST.
               02 HIST-CHASSI PIC X(17) VALUE SPACES.
               02 HIST-CPF-ANTIGO PIC 9(11) VALUE ZEROS.
               02 HIST-CPF-NOVO PIC 9(11) VALUE ZEROS.
               02 HIST-DATA PIC 9(8) VALUE ZEROS.

           FD CADREST
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADREST.DAT".
           01 REGREST.
               02 REST-CPF PIC 9(11) VALUE ZEROS.
               02 REST-SITUACAO PIC X(1) VALUE "L".
               02 REST-ORIGEM PIC X(1) VALUE "B".
               02 REST-DATA PIC 9(8) VALUE ZEROS.

           FD CADNEGA
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADNEGA.DAT".
           01 REGNEGA.
               02 NEG-CPF PIC 9(11) VALUE ZEROS.
               02 NEG-SITUACAO PIC X(1) VALUE "N".
               02 NEG-CONTRATO PIC 9(8) VALUE ZEROS.
               02 NEG-VENCIMENTO PIC 9(8) VALUE ZEROS.
               02 NEG-VALOR PIC 9(10)V99 VALUE ZEROS.
               02 NEG-DATANOTIF PIC 9(8) VALUE ZEROS.
               02 NEG-DATAINCL PIC 9(8) VALUE ZEROS.
               02 NEG-DATAQUIT PIC 9(8) VALUE ZEROS.
               02 NEG-DATAREMOC PIC 9(8) VALUE ZEROS.
               02 NEG-MOTIVO PIC X(1) VALUE SPACES.

           FD CADAPOL
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADAPOL.DAT".
           01 REGAPOL.
               02 APOL-CHAVE.
                   03 APOL-CHASSI PIC X(17) VALUE SPACES.
                   03 APOL-DATAINI PIC 9(8) VALUE ZEROS.
               02 APOL-CPF PIC 9(11) VALUE ZEROS.
               02 APOL-CONTRATO PIC 9(8) VALUE ZEROS.
               02 APOL-SEGURADORA PIC 9(3) VALUE ZEROS.
               02 APOL-NUMERO PIC X(20) VALUE SPACES.
               02 APOL-PREMIO PIC 9(8)V99 VALUE ZEROS.
               02 APOL-DATAFIM PIC 9(8) VALUE ZEROS.
               02 APOL-PCTCOM PIC 9(2)V99 VALUE ZEROS.
               02 APOL-VRCOM PIC 9(8)V99 VALUE ZEROS.
               02 APOL-VENDEDOR PIC 9(3) VALUE ZEROS.
               02 APOL-SITUACAO PIC X(1) VALUE "A".
               02 APOL-COMPAGA PIC X(1) VALUE "N".
               02 APOL-DATACOMPG PIC 9(8) VALUE ZEROS.

           FD CADSINL
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADSINL.DAT".
           01 REGSINL.
               02 SIN-RECIBO PIC 9(8) VALUE ZEROS.
               02 SIN-CHASSI PIC X(17) VALUE SPACES.
               02 SIN-CPF PIC 9(11) VALUE ZEROS.
               02 SIN-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 SIN-DATA PIC 9(8) VALUE ZEROS.
               02 SIN-VALIDADE PIC 9(8) VALUE ZEROS.
               02 SIN-SITUACAO PIC X(1) VALUE "A".
               02 SIN-SESSAO PIC 9(6) VALUE ZEROS.
               02 SIN-OPERADOR PIC X(20) VALUE SPACES.
               02 SIN-CONTRATO PIC 9(8) VALUE ZEROS.
               02 SIN-DATAACERTO PIC 9(8) VALUE ZEROS.
               02 SIN-VRRETIDO PIC 9(8)V99 VALUE ZEROS.
               02 SIN-VRDEVOLVIDO PIC 9(8)V99 VALUE ZEROS.

           FD CADNPS
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADNPS.DAT".
           01 REGNPS.
               02 NPS-CHAVE.
                   03 NPS-CHASSI PIC X(17) VALUE SPACES.
                   03 NPS-DATAENTREGA PIC 9(8) VALUE ZEROS.
               02 NPS-CPF PIC 9(11) VALUE ZEROS.
               02 NPS-DATAPESQ PIC 9(8) VALUE ZEROS.
               02 NPS-VENDEDOR PIC 9(3) VALUE ZEROS.
               02 NPS-FILIAL PIC 9(2) VALUE ZEROS.
               02 NPS-MARCA PIC 9(3) VALUE ZEROS.
               02 NPS-MODELO PIC 9(3) VALUE ZEROS.
               02 NPS-NOTA PIC 9(2) VALUE ZEROS.
               02 NPS-MOTIVO PIC X(40) VALUE SPACES.
               02 NPS-RECLAMACAO PIC X(1) VALUE "N".
               02 NPS-TRATATIVA PIC X(1) VALUE SPACES.
               02 NPS-SOLUCAO PIC X(40) VALUE SPACES.
               02 NPS-DATASOLUCAO PIC 9(8) VALUE ZEROS.
               02 NPS-GERENTE PIC X(20) VALUE SPACES.

           FD CADLEMB
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADLEMB.DAT".
           01 REGLEMB.
               02 LEMB-CHAVE.
                   03 LEMB-CHASSI PIC X(17) VALUE SPACES.
                   03 LEMB-ANOMES PIC 9(6) VALUE ZEROS.
               02 LEMB-CPF PIC 9(11) VALUE ZEROS.
               02 LEMB-FILIAL PIC 9(2) VALUE ZEROS.
               02 LEMB-DATA PIC 9(8) VALUE ZEROS.
               02 LEMB-REVISAO PIC 9(2) VALUE ZEROS.
               02 LEMB-MOTIVO PIC X(1) VALUE "T".
               02 LEMB-SITUACAO PIC X(1) VALUE "P".
               02 LEMB-DATARET PIC 9(8) VALUE ZEROS.
               02 LEMB-OS PIC 9(6) VALUE ZEROS.

           FD CADBALC
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADBALC.DAT".
           01 REGBALC.
               02 BALC-CHAVE.
                   03 BALC-ANOMES PIC 9(6) VALUE ZEROS.
                   03 BALC-FILIAL PIC 9(2) VALUE ZEROS.
                   03 BALC-CODIGO PIC 9(5) VALUE ZEROS.
                   03 BALC-NOTA PIC 9(6) VALUE ZEROS.
                   03 BALC-SEQ PIC 9(2) VALUE ZEROS.
               02 BALC-DATA PIC 9(8) VALUE ZEROS.
               02 BALC-CPF PIC 9(11) VALUE ZEROS.
               02 BALC-QTD PIC 9(3) VALUE ZEROS.
               02 BALC-VRUNIT PIC 9(8)V99 VALUE ZEROS.
               02 BALC-VRTOTAL PIC 9(8)V99 VALUE ZEROS.
               02 BALC-CUSTO PIC 9(8)V99 VALUE ZEROS.
               02 BALC-RECIBO PIC 9(8) VALUE ZEROS.

           FD CADPAGAR
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPAGAR.DAT".
           01 REGPAGAR.
               02 CPG-NUMERO PIC 9(6) VALUE ZEROS.
               02 CPG-CHAVEDOC.
                   03 CPG-TIPOCRED PIC X(1) VALUE SPACES.
                   03 CPG-CREDOR PIC 9(14) VALUE ZEROS.
                   03 CPG-DOCUMENTO PIC X(20) VALUE SPACES.
               02 CPG-NOMECRED PIC X(30) VALUE SPACES.
               02 CPG-ORIGEM PIC X(4) VALUE SPACES.
               02 CPG-REFERENCIA PIC X(20) VALUE SPACES.
               02 CPG-EMISSAO PIC 9(8) VALUE ZEROS.
               02 CPG-VENCIMENTO PIC 9(8) VALUE ZEROS.
               02 CPG-VALOR PIC 9(10)V99 VALUE ZEROS.
               02 CPG-VRPAGO PIC 9(10)V99 VALUE ZEROS.
               02 CPG-DATAULTPG PIC 9(8) VALUE ZEROS.
               02 CPG-SITUACAO PIC X(1) VALUE "A".

           FD CADLEAD
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADLEAD.DAT".
           01 REGLEAD.
               02 LEAD-NUMERO PIC 9(6) VALUE ZEROS.
               02 LEAD-SITUACAO PIC X(1) VALUE "A".
               02 LEAD-DATA PIC 9(8) VALUE ZEROS.
               02 LEAD-MARCA PIC 9(3) VALUE ZEROS.
               02 LEAD-MODELO PIC 9(3) VALUE ZEROS.
               02 LEAD-COR PIC 9(2) VALUE ZEROS.
               02 LEAD-ANODE PIC 9(4) VALUE ZEROS.
               02 LEAD-ANOATE PIC 9(4) VALUE ZEROS.
               02 LEAD-NOME PIC X(20) VALUE SPACES.
               02 LEAD-DDD PIC 9(2) VALUE ZEROS.
               02 LEAD-FONE PIC 9(11) VALUE ZEROS.
               02 LEAD-VENDEDOR PIC 9(3) VALUE ZEROS.
               02 LEAD-CHASSI PIC X(17) VALUE SPACES.
               02 LEAD-PORTAL PIC 9(2) VALUE ZEROS.
               02 LEAD-FILIAL PIC 9(2) VALUE ZEROS.

           FD AGENDA
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "AGENDA.DAT".
           01 REGAGE.
               02 AGE-CHAVE.
                   03 AGE-CHASSI PIC X(17) VALUE SPACES.
                   03 AGE-DATA PIC 9(8) VALUE ZEROS.
                   03 AGE-HORAINI PIC 9(4) VALUE ZEROS.
               02 AGE-HORAFIM PIC 9(4) VALUE ZEROS.
               02 AGE-NOME PIC X(20) VALUE SPACES.
               02 AGE-DDD PIC 9(2) VALUE ZEROS.
               02 AGE-FONE PIC 9(11) VALUE ZEROS.
               02 AGE-VENDEDOR PIC 9(3) VALUE ZEROS.
               02 AGE-SITUACAO PIC X(1) VALUE "A".

           FD CADATEN
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADATEN.DAT".
           01 REGATEN.
               02 ATEN-NUMERO PIC 9(8) VALUE ZEROS.
               02 ATEN-DATA PIC 9(8) VALUE ZEROS.
               02 ATEN-HORA PIC 9(4) VALUE ZEROS.
               02 ATEN-FILIAL PIC 9(2) VALUE ZEROS.
               02 ATEN-VENDEDOR PIC 9(3) VALUE ZEROS.
               02 ATEN-NOME PIC X(20) VALUE SPACES.
               02 ATEN-DDD PIC 9(2) VALUE ZEROS.
               02 ATEN-FONE PIC 9(11) VALUE ZEROS.
               02 ATEN-MARCA PIC 9(3) VALUE ZEROS.
               02 ATEN-MODELO PIC 9(3) VALUE ZEROS.
               02 ATEN-TIPO PIC X(1) VALUE "F".
               02 ATEN-LEAD PIC 9(6) VALUE ZEROS.

           FD CADAGOF
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADAGOF.DAT".
           01 REGAGOF.
               02 AGO-CHAVE.
                   03 AGO-FILIAL PIC 9(2) VALUE ZEROS.
                   03 AGO-DATA PIC 9(8) VALUE ZEROS.
                   03 AGO-HORA PIC 9(4) VALUE ZEROS.
                   03 AGO-BOX PIC 9(2) VALUE ZEROS.
               02 AGO-CHASSI PIC X(17) VALUE SPACES.
               02 AGO-NOME PIC X(20) VALUE SPACES.
               02 AGO-DDD PIC 9(2) VALUE ZEROS.
               02 AGO-FONE PIC 9(9) VALUE ZEROS.
               02 AGO-SERVICO PIC X(40) VALUE SPACES.
               02 AGO-SITUACAO PIC X(1) VALUE "A".
               02 AGO-OS PIC 9(6) VALUE ZEROS.

           FD LIGALEAD
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "LIGALEAD.TXT".
           01 REGLIGA.
               02 LIGA-DATA PIC 9(8) VALUE ZEROS.
               02 LIGA-LEAD PIC 9(6) VALUE ZEROS.
               02 LIGA-NOME PIC X(20) VALUE SPACES.
               02 LIGA-DDD PIC 9(2) VALUE ZEROS.
               02 LIGA-FONE PIC 9(11) VALUE ZEROS.
               02 LIGA-VENDEDOR PIC 9(3) VALUE ZEROS.
               02 LIGA-CHASSI PIC X(17) VALUE SPACES.

           FD LOGTRANS
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "LOGTRANS.DAT".
           01 REGLOG.
               02 LOG-OPERADOR PIC X(20) VALUE SPACES.
               02 LOG-PROGRAMA PIC X(8) VALUE SPACES.
               02 LOG-DATAHORA PIC X(14) VALUE SPACES.
               02 LOG-OPERACAO PIC X(6) VALUE SPACES.
               02 LOG-CHAVE PIC X(20) VALUE SPACES.

           FD ARQREL
              LABEL  RECORD IS STANDARD.
           01 REGREL PIC X(80) VALUE SPACES.

           FD SPOOLIDX
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "SPOOLIDX.DAT".
           01 REGSPO.
               02 SPO-CHAVE.
                   03 SPO-PROGRAMA PIC X(8) VALUE SPACES.
                   03 SPO-DATAHORA PIC X(14) VALUE SPACES.
               02 SPO-TITULO PIC X(30) VALUE SPACES.
               02 SPO-ARQUIVO PIC X(22) VALUE SPACES.

       WORKING-STORAGE SECTION.
           01 ERROREL PIC X(2) VALUE "00".
           01 ERROIDX PIC X(2) VALUE "00".
           01 NOMERELATORIO PIC X(22) VALUE SPACES.
           01 LINHAREL PIC X(80) VALUE SPACES.
           01 CONTLINHA PIC 9(2) VALUE 99.
           01 CONTPAGINA PIC 9(3) VALUE ZEROS.
           01 DATAHORAREL PIC X(14) VALUE SPACES.
           01 LD-PAGINA PIC ZZ9 VALUE ZEROS.

           01 ERRO PIC X(2) VALUE "00".
           01 ERROLGP PIC X(2) VALUE "00".
           01 ERROLOG PIC X(2) VALUE "00".
           01 OPC PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 TEMCONS PIC X(1) VALUE "N".
           01 RESPOSTA PIC X(1) VALUE SPACES.
           01 CANAL PIC X(1) VALUE SPACES.
           01 NOMECANAL PIC X(10) VALUE SPACES.

      *    titular do relatorio
           01 CPFTITULAR PIC 9(11) VALUE ZEROS.
           01 DDDTITULAR PIC 9(2) VALUE ZEROS.
           01 FONETITULAR PIC 9(11) VALUE ZEROS.
           01 TEMCADASTRO PIC X(1) VALUE "N".

           01 NOMEARQ PIC X(8) VALUE SPACES.
           01 QTARQUIVO PIC 9(5) VALUE ZEROS.
           01 QTTOTAL PIC 9(6) VALUE ZEROS.
           01 LD-QTARQUIVO PIC ZZZZ9 VALUE ZEROS.
           01 LD-VALOR PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           01 PAPEL PIC X(7) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Cria o arquivo "CADLGPD.dat" na primeira execucao
       ARQUIVO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE

           OPEN I-O CADLGPD
           IF ERROLGP NOT = "00"
               IF ERROLGP = "30" OR ERROLGP = "35"
                   OPEN OUTPUT CADLGPD
                   CLOSE CADLGPD
                   DISPLAY "ARQUIVO CADLGPD SENDO CRIADO"
                   GO TO ARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLGPD"
                   GO TO FIM
           ELSE
               CONTINUE.

      *Mostra um menu de opcoes para o usuario
       MENU-PRINCIPAL.

           DISPLAY " "
           DISPLAY "LGPD - CONSENTIMENTO E DADOS DO TITULAR"
           DISPLAY "1 - CONSENTIMENTO DE CLIENTE (CPF)"
           DISPLAY "2 - CONSENTIMENTO DE LEAD"
           DISPLAY "3 - RELATORIO DO TITULAR (CPF)"
           DISPLAY "4 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
                   GO TO CONSENTECLIENTE
               ELSE IF OPC = "2"
                   GO TO CONSENTELEAD
               ELSE IF OPC = "3"
                   GO TO RELATORIO
               ELSE IF OPC = "4"
                   GO TO SAIR
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Registra o consentimento de marketing de um cliente cadastrado
       CONSENTECLIENTE.

           DISPLAY "CPF DO CLIENTE: "
           ACCEPT CPF
           MOVE "00" TO ERRO
           OPEN INPUT CADPROPR
           READ CADPROPR
           CLOSE CADPROPR
           IF ERRO NOT = "00"
               DISPLAY "CLIENTE NAO CADASTRADO"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF
           IF NOME = "ANONIMIZADO"
               DISPLAY "CLIENTE ANONIMIZADO - RECADASTRE PELO P172903"
               GO TO MENU-PRINCIPAL
           END-IF
           DISPLAY "CLIENTE: " NOME

           MOVE "C" TO LGPD-TIPO
           MOVE CPF TO LGPD-CODIGO
           PERFORM GRAVACONSENTIMENTO THRU GRAVACONSENTIMENTO-FIM

           GO TO MENU-PRINCIPAL.

      *Registra o consentimento de marketing de um lead da fila
       CONSENTELEAD.

           DISPLAY "NUMERO DO LEAD: "
           ACCEPT LEAD-NUMERO
           MOVE "00" TO ERRO
           OPEN INPUT CADLEAD
           READ CADLEAD
           CLOSE CADLEAD
           IF ERRO NOT = "00"
               DISPLAY "LEAD NAO ENCONTRADO"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF
           IF LEAD-NOME = "ANONIMIZADO"
               DISPLAY "LEAD ANONIMIZADO"
               GO TO MENU-PRINCIPAL
           END-IF
           DISPLAY "LEAD: " LEAD-NOME "  " LEAD-DDD " " LEAD-FONE

           MOVE "L" TO LGPD-TIPO
           MOVE LEAD-NUMERO TO LGPD-CODIGO
           PERFORM GRAVACONSENTIMENTO THRU GRAVACONSENTIMENTO-FIM

           GO TO MENU-PRINCIPAL.

      *Mostra o consentimento atual da chave LGPD-CHAVE, pede a nova
      *resposta e o canal e grava (inclui ou altera) em CADLGPD
       GRAVACONSENTIMENTO.

           MOVE "N" TO TEMCONS
           READ CADLGPD
               INVALID KEY
                   DISPLAY "CONSENTIMENTO AINDA NAO INFORMADO"
               NOT INVALID KEY
                   MOVE "S" TO TEMCONS
                   MOVE LGPD-CANAL TO CANAL
                   PERFORM DESCREVECANAL
                   DISPLAY "MARKETING: " LGPD-MARKETING "  EM "
                       LGPD-DATA "  " NOMECANAL "  " LGPD-OPERADOR
           END-READ
           MOVE "00" TO ERROLGP

           DISPLAY "ACEITA CONTATO DE MARKETING ? S/N (0 = VOLTAR)"
           ACCEPT RESPOSTA
           IF RESPOSTA = "s"
               MOVE "S" TO RESPOSTA
           END-IF
           IF RESPOSTA = "n"
               MOVE "N" TO RESPOSTA
           END-IF
           IF RESPOSTA NOT = "S" AND NOT = "N"
               GO TO GRAVACONSENTIMENTO-FIM
           END-IF

           DISPLAY "CANAL: L-LOJA T-TELEFONE E-EMAIL S-SITE D-DOCUMENTO"
           ACCEPT CANAL
           PERFORM DESCREVECANAL
           IF NOMECANAL = SPACES
               DISPLAY "CANAL INVALIDO"
               GO TO GRAVACONSENTIMENTO-FIM
           END-IF

           MOVE RESPOSTA TO LGPD-MARKETING
           MOVE DATAHOJE TO LGPD-DATA
           MOVE CANAL TO LGPD-CANAL
           ACCEPT LGPD-OPERADOR FROM ENVIRONMENT "USER"
           IF TEMCONS = "S"
               REWRITE REGLGPD
           ELSE
               MOVE ZEROS TO LGPD-DATAREF LGPD-DATAANON
               WRITE REGLGPD
           END-IF

           IF ERROLGP = "00" OR "02"
               DISPLAY "CONSENTIMENTO GRAVADO"
               MOVE "CONSEN" TO LOG-OPERACAO
               MOVE SPACES TO LOG-CHAVE
               MOVE LGPD-TIPO TO LOG-CHAVE(1:1)
               MOVE LGPD-CODIGO TO LOG-CHAVE(2:11)
               MOVE RESPOSTA TO LOG-CHAVE(13:1)
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO CONSENTIMENTO"
           END-IF
           MOVE "00" TO ERROLGP.

       GRAVACONSENTIMENTO-FIM.
           EXIT.

      *Traduz o codigo do canal em CANAL (brancos se invalido)
       DESCREVECANAL.

           IF CANAL = "L"
               MOVE "LOJA" TO NOMECANAL
           ELSE IF CANAL = "T"
               MOVE "TELEFONE" TO NOMECANAL
           ELSE IF CANAL = "E"
               MOVE "EMAIL" TO NOMECANAL
           ELSE IF CANAL = "S"
               MOVE "SITE" TO NOMECANAL
           ELSE IF CANAL = "D"
               MOVE "DOCUMENTO" TO NOMECANAL
           ELSE
               MOVE SPACES TO NOMECANAL.

      *Relatorio do titular: tudo o que a loja guarda de um CPF
       RELATORIO.

           DISPLAY "CPF DO TITULAR: "
           ACCEPT CPFTITULAR
           IF CPFTITULAR = ZEROS
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM ABRESPOOL
           MOVE ZEROS TO QTTOTAL
           STRING "DADOS PESSOAIS GUARDADOS DO CPF " CPFTITULAR
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE "-----------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL

           PERFORM RELPROPR
           PERFORM RELCONSENT
           PERFORM RELVEIC
           PERFORM RELHISVEIC
           PERFORM RELPARC
           PERFORM RELHISPARC
           PERFORM RELFPAG
           PERFORM RELBOLE
           PERFORM RELGAR
           PERFORM RELCONS
           PERFORM RELCREP
           PERFORM RELRECAT
           PERFORM RELNF
           PERFORM RELENTG
           PERFORM RELHIST
           PERFORM RELREST
           PERFORM RELNEGA
           PERFORM RELSINL
           PERFORM RELNPS
           PERFORM RELLEMB
           PERFORM RELBALC
           PERFORM RELPAGAR
           PERFORM RELAPOL
           IF FONETITULAR > ZEROS
               PERFORM RELLEAD
               PERFORM RELAGENDA
               PERFORM RELATEN
               PERFORM RELAGOF
               PERFORM RELLIGA
           END-IF

           MOVE "-----------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL
           STRING "TOTAL DE REGISTROS DO TITULAR: " QTTOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           CLOSE ARQREL

           MOVE "RELTIT" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVE
           MOVE "C" TO LOG-CHAVE(1:1)
           MOVE CPFTITULAR TO LOG-CHAVE(2:11)
           PERFORM GRAVALOG

           DISPLAY "REGISTROS ENCONTRADOS: " QTTOTAL
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO MENU-PRINCIPAL.

      *Cadastro do cliente em CADPROPR
       RELPROPR.

           MOVE "CADPROPR" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "N" TO TEMCADASTRO
           MOVE ZEROS TO DDDTITULAR FONETITULAR
           MOVE "00" TO ERRO
           OPEN INPUT CADPROPR
           IF ERRO = "00"
               MOVE CPFTITULAR TO CPF
               READ CADPROPR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO TEMCADASTRO
               END-READ
               CLOSE CADPROPR
           END-IF
           MOVE "00" TO ERRO
           IF TEMCADASTRO = "N"
               STRING NOMEARQ " CPF NAO CADASTRADO"
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
           ELSE
               MOVE DDD TO DDDTITULAR
               MOVE NUMERO TO FONETITULAR
               STRING NOMEARQ " NOME " NOME " TIPO " TIPOPESSOA
                   " NASC " DIA "/" MES "/" ANO
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               STRING NOMEARQ " EMAIL " EMAIL " FONE " DDD " " NUMERO
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               STRING NOMEARQ " CEP " CEPPROPR " NUM " NUMEROEND
                   " " COMPLEMENTO
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF
           PERFORM TOTALARQUIVO.

      *Consentimento de marketing do cliente em CADLGPD
       RELCONSENT.

           MOVE "CADLGPD" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "C" TO LGPD-TIPO
           MOVE CPFTITULAR TO LGPD-CODIGO
           READ CADLGPD
               INVALID KEY
                   STRING NOMEARQ " CONSENTIMENTO NAO INFORMADO"
                       DELIMITED BY SIZE INTO LINHAREL
                   PERFORM GRAVAREL
               NOT INVALID KEY
                   PERFORM LINHACONSENT
           END-READ
           MOVE "00" TO ERROLGP
           PERFORM TOTALARQUIVO.

      *Linha do registro de consentimento lido
       LINHACONSENT.

           MOVE LGPD-CANAL TO CANAL
           PERFORM DESCREVECANAL
           STRING NOMEARQ " " LGPD-TIPO LGPD-CODIGO " MKT "
               LGPD-MARKETING " " LGPD-DATA " " NOMECANAL " "
               LGPD-OPERADOR
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           IF LGPD-DATAANON > ZEROS
               STRING NOMEARQ " ANONIMIZADO EM " LGPD-DATAANON
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
           END-IF
           ADD 1 TO QTARQUIVO.

      *Vendas em CADVEIC
       RELVEIC.

           MOVE "CADVEIC" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADVEIC
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEVEIC UNTIL FIMLISTA = "S"
               CLOSE CADVEIC
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LEVEIC.

           READ CADVEIC NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND VEIC-CPF = CPFTITULAR
               MOVE VALORVENDA TO LD-VALOR
               STRING NOMEARQ " CONTRATO " VEIC-CONTRATO " " CHASSI
                   " " DATAVENDA " " LD-VALOR
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Vendas do arquivo morto HISVEIC
       RELHISVEIC.

           MOVE "HISVEIC" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT HISVEIC
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEHISVEIC UNTIL FIMLISTA = "S"
               CLOSE HISVEIC
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LEHISVEIC.

           READ HISVEIC NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND HISV-CPF = CPFTITULAR
               MOVE HISV-VALORVENDA TO LD-VALOR
               STRING NOMEARQ " CONTRATO " HISV-CONTRATO " "
                   HISV-CHASSI " " HISV-DATAVENDA " " LD-VALOR
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Parcelas em CADPARC
       RELPARC.

           MOVE "CADPARC" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADPARC
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEPARC UNTIL FIMLISTA = "S"
               CLOSE CADPARC
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LEPARC.

           READ CADPARC NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND PARC-CPF = CPFTITULAR
               MOVE PARC-VALOR TO LD-VALOR
               STRING NOMEARQ " CONTRATO " PARC-CONTRATO "/"
                   PARC-NUMERO " VENC " PARC-VENCIMENTO " " LD-VALOR
                   " PAGO " PARC-PAGO
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Parcelas quitadas do arquivo morto HISPARC
       RELHISPARC.

           MOVE "HISPARC" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT HISPARC
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEHISPARC UNTIL FIMLISTA = "S"
               CLOSE HISPARC
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LEHISPARC.

           READ HISPARC NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND HISP-CPF = CPFTITULAR
               MOVE HISP-VALOR TO LD-VALOR
               STRING NOMEARQ " CONTRATO " HISP-CONTRATO "/"
                   HISP-NUMERO " PAGA " HISP-DATAPGTO " " LD-VALOR
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Formas de pagamento das vendas em CADFPAG
       RELFPAG.

           MOVE "CADFPAG" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADFPAG
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEFPAG UNTIL FIMLISTA = "S"
               CLOSE CADFPAG
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LEFPAG.

           READ CADFPAG NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND FPAG-CPF = CPFTITULAR
               MOVE FPAG-VALOR TO LD-VALOR
               STRING NOMEARQ " CONTRATO " FPAG-CONTRATO "/"
                   FPAG-SEQ " FORMA " FPAG-FORMA " " LD-VALOR
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Boletos enviados ao banco em CADBOLE
       RELBOLE.

           MOVE "CADBOLE" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADBOLE
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEBOLE UNTIL FIMLISTA = "S"
               CLOSE CADBOLE
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LEBOLE.

           READ CADBOLE NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND BOLE-CPF = CPFTITULAR
               STRING NOMEARQ " CONTRATO " BOLE-CONTRATO "/"
                   BOLE-NUMERO " ENVIO " BOLE-DATAENVIO " SITUACAO "
                   BOLE-SITUACAO
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Garantias em CADGAR
       RELGAR.

           MOVE "CADGAR" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADGAR
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEGAR UNTIL FIMLISTA = "S"
               CLOSE CADGAR
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LEGAR.

           READ CADGAR NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND GAR-CPF = CPFTITULAR
               STRING NOMEARQ " " GAR-CHASSI " VENDA " GAR-DATAVENDA
                   " FIM " GAR-DATAFIM " PLANO " GAR-PLANO
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Consignacoes em CADCONS
       RELCONS.

           MOVE "CADCONS" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADCONS
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LECONS UNTIL FIMLISTA = "S"
               CLOSE CADCONS
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LECONS.

           READ CADCONS NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND CONS-CPF = CPFTITULAR
               STRING NOMEARQ " " CONS-CHASSI " DE " CONS-DATAINI
                   " A " CONS-DATAFIM " SITUACAO " CONS-SITUACAO
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Repasses de consignacao em CADCREP
       RELCREP.

           MOVE "CADCREP" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADCREP
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LECREP UNTIL FIMLISTA = "S"
               CLOSE CADCREP
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LECREP.

           READ CADCREP NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND CREP-CPF = CPFTITULAR
               MOVE CREP-VALOR TO LD-VALOR
               STRING NOMEARQ " " CREP-CHASSI " LIQ " CREP-DATALIQ
                   " " LD-VALOR " PAGO " CREP-DATAPGTO
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Convocacoes de recall em CADRECAT
       RELRECAT.

           MOVE "CADRECAT" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADRECAT
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LERECAT UNTIL FIMLISTA = "S"
               CLOSE CADRECAT
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LERECAT.

           READ CADRECAT NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND RCA-CPF = CPFTITULAR
               STRING NOMEARQ " RECALL " RCA-NUMERO " " RCA-CHASSI
                   " " RCA-DATA " SITUACAO " RCA-SITUACAO
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Notas fiscais em CADNF
       RELNF.

           MOVE "CADNF" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADNF
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LENF UNTIL FIMLISTA = "S"
               CLOSE CADNF
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LENF.

           READ CADNF NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND NF-CPF = CPFTITULAR
               MOVE NF-VALORVENDA TO LD-VALOR
               STRING NOMEARQ " NF " NF-NUMERO " " NF-DATA " "
                   NF-NOME " " LD-VALOR
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Entregas em CADENTG
       RELENTG.

           MOVE "CADENTG" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADENTG
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEENTG UNTIL FIMLISTA = "S"
               CLOSE CADENTG
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LEENTG.

           READ CADENTG NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND ENTG-CPF = CPFTITULAR
               STRING NOMEARQ " " ENTG-CHASSI " VENDA "
                   ENTG-DATAVENDA " ENTREGA " ENTG-DATAENTREGA
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Transferencias de propriedade em CADHIST
       RELHIST.

           MOVE "CADHIST" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADHIST
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEHIST UNTIL FIMLISTA = "S"
               CLOSE CADHIST
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LEHIST.

           READ CADHIST
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               MOVE SPACES TO PAPEL
               IF HIST-CPF-ANTIGO = CPFTITULAR
                   MOVE "VENDEU" TO PAPEL
               END-IF
               IF HIST-CPF-NOVO = CPFTITULAR
                   MOVE "COMPROU" TO PAPEL
               END-IF
               IF PAPEL NOT = SPACES
                   STRING NOMEARQ " " HIST-CHASSI " " HIST-DATA " "
                       PAPEL
                       DELIMITED BY SIZE INTO LINHAREL
                   PERFORM GRAVAREL
                   ADD 1 TO QTARQUIVO
               END-IF
           END-IF.

      *Restricao de credito em CADREST (chave e o CPF)
       RELREST.

           MOVE "CADREST" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADREST
           IF ERRO = "00"
               MOVE CPFTITULAR TO REST-CPF
               READ CADREST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING NOMEARQ " SITUACAO " REST-SITUACAO
                           " ORIGEM " REST-ORIGEM " " REST-DATA
                           DELIMITED BY SIZE INTO LINHAREL
                       PERFORM GRAVAREL
                       ADD 1 TO QTARQUIVO
               END-READ
               CLOSE CADREST
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Negativacao em CADNEGA (chave e o CPF)
       RELNEGA.

           MOVE "CADNEGA" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADNEGA
           IF ERRO = "00"
               MOVE CPFTITULAR TO NEG-CPF
               READ CADNEGA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NEG-VALOR TO LD-VALOR
                       STRING NOMEARQ " SITUACAO " NEG-SITUACAO
                           " CONTRATO " NEG-CONTRATO " " LD-VALOR
                           " NOTIF " NEG-DATANOTIF
                           DELIMITED BY SIZE INTO LINHAREL
                       PERFORM GRAVAREL
                       ADD 1 TO QTARQUIVO
               END-READ
               CLOSE CADNEGA
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Sinais de reserva em CADSINL
       RELSINL.

           MOVE "CADSINL" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADSINL
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LESINL UNTIL FIMLISTA = "S"
               CLOSE CADSINL
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LESINL.

           READ CADSINL NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND SIN-CPF = CPFTITULAR
               MOVE SIN-VALOR TO LD-VALOR
               STRING NOMEARQ " RECIBO " SIN-RECIBO " " SIN-CHASSI
                   " " SIN-DATA " " LD-VALOR " " SIN-SITUACAO
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Pesquisas de satisfacao em CADNPS
       RELNPS.

           MOVE "CADNPS" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADNPS
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LENPS UNTIL FIMLISTA = "S"
               CLOSE CADNPS
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LENPS.

           READ CADNPS NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND NPS-CPF = CPFTITULAR
               STRING NOMEARQ " " NPS-CHASSI " PESQUISA "
                   NPS-DATAPESQ " NOTA " NPS-NOTA
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Lembretes de revisao em CADLEMB
       RELLEMB.

           MOVE "CADLEMB" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADLEMB
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LELEMB UNTIL FIMLISTA = "S"
               CLOSE CADLEMB
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LELEMB.

           READ CADLEMB NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND LEMB-CPF = CPFTITULAR
               STRING NOMEARQ " " LEMB-CHASSI " LEMBRETE "
                   LEMB-DATA " SITUACAO " LEMB-SITUACAO
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Vendas de balcao em CADBALC
       RELBALC.

           MOVE "CADBALC" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADBALC
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEBALC UNTIL FIMLISTA = "S"
               CLOSE CADBALC
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LEBALC.

           READ CADBALC NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND BALC-CPF = CPFTITULAR
               MOVE BALC-VRTOTAL TO LD-VALOR
               STRING NOMEARQ " NOTA " BALC-NOTA " " BALC-DATA
                   " PECA " BALC-CODIGO " " LD-VALOR
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Titulos a pagar em CADPAGAR em que o titular e o credor
       RELPAGAR.

           MOVE "CADPAGAR" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADPAGAR
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEPAGAR UNTIL FIMLISTA = "S"
               CLOSE CADPAGAR
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LEPAGAR.

           READ CADPAGAR NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND CPG-CREDOR = CPFTITULAR
               AND (CPG-TIPOCRED = "C" OR CPG-TIPOCRED = "O")
               MOVE CPG-VALOR TO LD-VALOR
               STRING NOMEARQ " TITULO " CPG-NUMERO " " CPG-EMISSAO
                   " " LD-VALOR " SITUACAO " CPG-SITUACAO
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Apolices de seguro auto em CADAPOL em que o titular e o
      *segurado
       RELAPOL.

           MOVE "CADAPOL" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADAPOL
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEAPOL UNTIL FIMLISTA = "S"
               CLOSE CADAPOL
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LEAPOL.

           READ CADAPOL NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND APOL-CPF = CPFTITULAR
               STRING NOMEARQ " " APOL-CHASSI " APOLICE " APOL-NUMERO
                   " ATE " APOL-DATAFIM " " APOL-SITUACAO
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Leads com o telefone do titular em CADLEAD, com o
      *consentimento de cada um
       RELLEAD.

           MOVE "CADLEAD" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADLEAD
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LELEAD UNTIL FIMLISTA = "S"
               CLOSE CADLEAD
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LELEAD.

           READ CADLEAD NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND LEAD-DDD = DDDTITULAR
               AND LEAD-FONE = FONETITULAR
               STRING NOMEARQ " LEAD " LEAD-NUMERO " " LEAD-DATA " "
                   LEAD-NOME " SITUACAO " LEAD-SITUACAO
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
               MOVE "L" TO LGPD-TIPO
               MOVE LEAD-NUMERO TO LGPD-CODIGO
               READ CADLGPD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING "CADLGPD  " LGPD-TIPO LGPD-CODIGO
                           " MKT " LGPD-MARKETING " " LGPD-DATA
                           DELIMITED BY SIZE INTO LINHAREL
                       PERFORM GRAVAREL
               END-READ
               MOVE "00" TO ERROLGP
           END-IF.

      *Reservas de test-drive com o telefone do titular em AGENDA
       RELAGENDA.

           MOVE "AGENDA" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT AGENDA
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEAGENDA UNTIL FIMLISTA = "S"
               CLOSE AGENDA
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LEAGENDA.

           READ AGENDA NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND AGE-DDD = DDDTITULAR
               AND AGE-FONE = FONETITULAR
               STRING NOMEARQ " " AGE-CHASSI " " AGE-DATA " "
                   AGE-HORAINI " " AGE-NOME
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Atendimentos da fila da vez com o telefone do titular
       RELATEN.

           MOVE "CADATEN" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADATEN
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEATEN UNTIL FIMLISTA = "S"
               CLOSE CADATEN
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LEATEN.

           READ CADATEN NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND ATEN-DDD = DDDTITULAR
               AND ATEN-FONE = FONETITULAR
               STRING NOMEARQ " ATENDIMENTO " ATEN-NUMERO " "
                   ATEN-DATA " " ATEN-NOME
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Agendamentos da oficina com o telefone do titular
       RELAGOF.

           MOVE "CADAGOF" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT CADAGOF
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEAGOF UNTIL FIMLISTA = "S"
               CLOSE CADAGOF
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LEAGOF.

           READ CADAGOF NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND AGO-DDD = DDDTITULAR
               AND AGO-FONE = FONETITULAR
               STRING NOMEARQ " " AGO-DATA " " AGO-HORA " "
                   AGO-CHASSI " " AGO-NOME
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Casamentos de leads com o telefone do titular em LIGALEAD
       RELLIGA.

           MOVE "LIGALEAD" TO NOMEARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERRO
           OPEN INPUT LIGALEAD
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LELIGA UNTIL FIMLISTA = "S"
               CLOSE LIGALEAD
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

       LELIGA.

           READ LIGALEAD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S" AND LIGA-DDD = DDDTITULAR
               AND LIGA-FONE = FONETITULAR
               STRING NOMEARQ " " LIGA-DATA " LEAD " LIGA-LEAD " "
                   LIGA-CHASSI " " LIGA-NOME
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTARQUIVO
           END-IF.

      *Total de registros do arquivo NOMEARQ (so se houver algum)
       TOTALARQUIVO.

           IF QTARQUIVO > ZEROS
               MOVE QTARQUIVO TO LD-QTARQUIVO
               STRING NOMEARQ ": " LD-QTARQUIVO " REGISTRO(S)"
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD QTARQUIVO TO QTTOTAL
           END-IF.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
           MOVE "P172LGP" TO LOG-PROGRAMA
           ACCEPT LOG-OPERADOR FROM ENVIRONMENT "USER"
           MOVE FUNCTION CURRENT-DATE (1:14) TO LOG-DATAHORA
           MOVE "00" TO ERROLOG
           OPEN EXTEND LOGTRANS
           IF ERROLOG = "30" OR ERROLOG = "35"
               OPEN OUTPUT LOGTRANS
               CLOSE LOGTRANS
               OPEN EXTEND LOGTRANS
           END-IF
           WRITE REGLOG
           CLOSE LOGTRANS.

      *Fecha o arquivo de consentimentos antes de encerrar
       SAIR.

           CLOSE CADLGPD.

      *Fecha o programa
       FIM.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "LGP" TO NOMERELATORIO(1:3)
           MOVE DATAHORAREL(1:14) TO NOMERELATORIO(4:14)
           MOVE ".TXT" TO NOMERELATORIO(18:4)
           OPEN OUTPUT ARQREL
           MOVE ZEROS TO CONTPAGINA
           MOVE 99 TO CONTLINHA
           MOVE "00" TO ERROIDX
           OPEN I-O SPOOLIDX
           IF ERROIDX = "30" OR ERROIDX = "35"
               OPEN OUTPUT SPOOLIDX
               CLOSE SPOOLIDX
               OPEN I-O SPOOLIDX
           END-IF
           MOVE "P172LGP" TO SPO-PROGRAMA
           MOVE DATAHORAREL TO SPO-DATAHORA
           MOVE "RELATORIO DO TITULAR LGPD" TO SPO-TITULO
           MOVE NOMERELATORIO TO SPO-ARQUIVO
           WRITE REGSPO
           CLOSE SPOOLIDX.

      *Grava LINHAREL no spool, saltando de pagina a cada 56 linhas
       GRAVAREL.

           IF CONTLINHA > 56
               PERFORM CABECALHO
           END-IF
           MOVE LINHAREL TO REGREL
           WRITE REGREL
           ADD 1 TO CONTLINHA
           MOVE SPACES TO LINHAREL.

      *Imprime o cabecalho de pagina do relatorio (titulo, data da
      *execucao e numero da pagina)
       CABECALHO.

           ADD 1 TO CONTPAGINA
           MOVE CONTPAGINA TO LD-PAGINA
           MOVE SPACES TO REGREL
           STRING "P172LGP  RELATORIO DO TITULAR  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172LGP.
