      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Correcao de CPF do proprietario, so para gerente
      *    (nivel 3). Leva um cliente de um CPF digitado errado para o
      *    CPF correto, ou junta dois cadastros duplicados do mesmo
      *    cliente (o CPF correto ja existe: fica o cadastro dele e o
      *    errado e removido). Troca o CPF em todos os arquivos que o
      *    carregam: CADPROPR, CADVEIC, CADPARC, CADFPAG, CADBOLE,
      *    CADGAR, CADHIST (dono antigo e novo), CADCONS, CADCREP,
      *    CADRECAT, CADREST, CADNF, CADENTG, as apolices de seguro
      *    auto de CADAPOL, os sinais de reserva de CADSINL, a
      *    negativacao de CADNEGA, as pesquisas de CADNPS, os
      *    lembretes de revisao de CADLEMB, o balcao de pecas de
      *    CADBALC, os titulos a pagar de CADPAGAR em que o cliente e
      *    o credor, o consentimento LGPD de CADLGPD e o arquivo
      *    morto HISVEIC/HISPARC. A simulacao so lista no spool
      *    (P172SPO) o que seria alterado; a correcao altera, lista e
      *    grava um registro de LOGTRANS por registro tocado. Recusa
      *    CPF (ou CNPJ, para pessoa juridica) correto com digito
      *    invalido, cliente em uso em outro terminal (CADLOCK) e
      *    juncao que deixaria duas vendas em aberto da mesma marca e
      *    modelo no mesmo CPF.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172CPF.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               FILE STATUS IS ERROPARC.
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
           SELECT CADSINL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-RECIBO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY SIN-CHASSI DUPLICATES.
           SELECT CADNEGA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEG-CPF
               FILE STATUS IS ERRO.
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
           SELECT CADAPOL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APOL-CHAVE
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY APOL-DATAFIM DUPLICATES.
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
           SELECT CADLOCK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOCK-CHAVE
               FILE STATUS IS ERROLOCK.
           SELECT CADLGPD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGPD-CHAVE
               FILE STATUS IS ERROLGP.
           SELECT CPFTRAB ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROTRB.
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

           FD CADLOCK
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADLOCK.DAT".
           01 REGLOCK.
               02 LOCK-CHAVE PIC X(30) VALUE SPACES.
               02 LOCK-OPERADOR PIC X(20) VALUE SPACES.
               02 LOCK-DATAHORA PIC X(14) VALUE SPACES.

           FD CPFTRAB
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CPFTRAB.TMP".
           01 REGTRAB PIC X(47) VALUE SPACES.

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
           01 ERROPARC PIC X(2) VALUE "00".
           01 ERROLOCK PIC X(2) VALUE "00".
           01 ERROTRB PIC X(2) VALUE "00".
           01 ERROLOG PIC X(2) VALUE "00".
           01 ERROLGP PIC X(2) VALUE "00".
           01 OPC PIC X(1) VALUE SPACES.
           01 NIVELOPER PIC X(1) VALUE SPACES.
           01 DATAHOJE PIC 9(8) VALUE ZEROS.

      *    S = simulacao (so lista), N = correcao
           01 SIMULACAO PIC X(1) VALUE "S".
           01 CPFDE PIC 9(11) VALUE ZEROS.
           01 CPFPARA PIC 9(11) VALUE ZEROS.
           01 CNPJDE PIC 9(14) VALUE ZEROS.
           01 CNPJPARA PIC 9(14) VALUE ZEROS.
           01 TIPODE PIC X(1) VALUE "F".
           01 NOMEDE PIC X(20) VALUE SPACES.
           01 NOMEPARA PIC X(20) VALUE SPACES.
           01 PARAEXISTE PIC X(1) VALUE "N".
           01 PROPRDE PIC X(183) VALUE SPACES.
           01 RESTDE PIC X(21) VALUE SPACES.
           01 TEMRESTDE PIC X(1) VALUE "N".
           01 NEGDE PIC X(73) VALUE SPACES.
           01 TEMNEGDE PIC X(1) VALUE "N".
           01 LGPDDE PIC X(58) VALUE SPACES.
           01 TEMLGPDDE PIC X(1) VALUE "N".
           01 LOCKDE PIC X(1) VALUE "N".
           01 LOCKPARA PIC X(1) VALUE "N".
           01 CPFLOCK PIC 9(11) VALUE ZEROS.
           01 LOCKOBTIDO PIC X(1) VALUE "N".

      *    registro tocado: arquivo, sigla do LOGTRANS, chave e acao
           01 NOMEARQ PIC X(8) VALUE SPACES.
           01 SIGLAARQ PIC X(3) VALUE SPACES.
           01 CHAVEREG PIC X(17) VALUE SPACES.
           01 ACAOREG PIC X(30) VALUE SPACES.
           01 QTARQUIVO PIC 9(5) VALUE ZEROS.
           01 QTTOTAL PIC 9(7) VALUE ZEROS.
           01 LD-QTARQUIVO PIC ZZZZ9 VALUE ZEROS.
           01 LD-QTTOTAL PIC Z(6)9 VALUE ZEROS.

      *    vendas em aberto (marca+modelo) de cada CPF, para recusar a
      *    juncao que deixaria duas na mesma chave de veiculo
           01 VENDAEMABERTO PIC X(1) VALUE "N".
           01 CONFLITO PIC X(1) VALUE "N".
           01 QTABERTADE PIC 9(3) VALUE ZEROS.
           01 QTABERTAPARA PIC 9(3) VALUE ZEROS.
           01 IXDE PIC 9(3) VALUE ZEROS.
           01 IXPARA PIC 9(3) VALUE ZEROS.
           01 TABABERTAS.
               02 TAB-DE PIC X(6) OCCURS 50 TIMES.
               02 TAB-PARA PIC X(6) OCCURS 50 TIMES.

           01 CPF-WS PIC 9(11) VALUE ZEROS.
           01 CPF-DIGITOS REDEFINES CPF-WS.
               02 CPF-D PIC 9(1) OCCURS 11 TIMES.
           01 CPF-IND PIC 9(2) VALUE ZEROS.
           01 CPF-SOMA PIC 9(4) VALUE ZEROS.
           01 CPF-RESTO PIC 9(4) VALUE ZEROS.
           01 CPF-DIGITO1 PIC 9(1) VALUE ZEROS.
           01 CPF-DIGITO2 PIC 9(1) VALUE ZEROS.
           01 BITVALIDA PIC 9(1) VALUE ZEROS.

           01 CNPJ-WS PIC 9(14) VALUE ZEROS.
           01 CNPJ-DIGITOS REDEFINES CNPJ-WS.
               02 CNPJ-D PIC 9(1) OCCURS 14 TIMES.
           01 CNPJ-PESOS1 PIC X(12) VALUE "543298765432".
           01 CNPJ-PESOS1-R REDEFINES CNPJ-PESOS1.
               02 CNPJ-P1 PIC 9(1) OCCURS 12 TIMES.
           01 CNPJ-PESOS2 PIC X(13) VALUE "6543298765432".
           01 CNPJ-PESOS2-R REDEFINES CNPJ-PESOS2.
               02 CNPJ-P2 PIC 9(1) OCCURS 13 TIMES.
           01 BITCNPJ PIC 9(1) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Confere o nivel do operador, pede o CPF errado e o correto,
      *faz as criticas e roda a simulacao ou a correcao
       INICIO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE

           DISPLAY " "
           DISPLAY "CORRECAO DE CPF DO PROPRIETARIO"
           DISPLAY "==============================="

           MOVE SPACES TO NIVELOPER
           ACCEPT NIVELOPER FROM ENVIRONMENT "OPERNIVEL"
           IF NIVELOPER NOT = "3"
               DISPLAY "SOMENTE GERENTE CORRIGE CPF (LOGIN P172900)"
               GO TO FIM
           END-IF

           DISPLAY "1 - SIMULAR (SO LISTA O QUE SERIA ALTERADO)"
           DISPLAY "2 - CORRIGIR"
           DISPLAY "0 - SAIR"
           ACCEPT OPC
           IF OPC = "1"
               MOVE "S" TO SIMULACAO
           ELSE
               IF OPC = "2"
                   MOVE "N" TO SIMULACAO
               ELSE
                   GO TO FIM
               END-IF
           END-IF

           DISPLAY "CPF ERRADO (CHAVE ATUAL DO CADASTRO): "
           ACCEPT CPFDE
           MOVE CPFDE TO CPF
           OPEN INPUT CADPROPR
           IF ERRO NOT = "00"
               DISPLAY "CADPROPR NAO ENCONTRADO"
               GO TO FIM
           END-IF
           READ CADPROPR
               INVALID KEY
                   DISPLAY "CPF " CPFDE " NAO CADASTRADO EM CADPROPR"
                   CLOSE CADPROPR
                   GO TO FIM
           END-READ
           MOVE REGPROPR TO PROPRDE
           MOVE NOME TO NOMEDE
           MOVE TIPOPESSOA TO TIPODE
           MOVE CNPJ TO CNPJDE
           DISPLAY "CLIENTE: " NOME

           IF TIPODE = "J"
               DISPLAY "PESSOA JURIDICA - CNPJ ATUAL: " CNPJ
               DISPLAY "CNPJ CORRETO (14 DIGITOS): "
               ACCEPT CNPJPARA
               MOVE CNPJPARA TO CNPJ-WS
               PERFORM VALIDACNPJ
               IF BITCNPJ = 0
                   DISPLAY "CNPJ CORRETO INVALIDO - NADA ALTERADO"
                   CLOSE CADPROPR
                   GO TO FIM
               END-IF
               MOVE CNPJPARA(4:11) TO CPFPARA
           ELSE
               DISPLAY "CPF CORRETO: "
               ACCEPT CPFPARA
               MOVE CPFPARA TO CPF-WS
               PERFORM VALIDACPF
               IF BITVALIDA = 0
                   DISPLAY "CPF CORRETO INVALIDO - NADA ALTERADO"
                   CLOSE CADPROPR
                   GO TO FIM
               END-IF
           END-IF

           IF CPFPARA = CPFDE
               DISPLAY "CPF CORRETO IGUAL AO ERRADO - NADA A FAZER"
               CLOSE CADPROPR
               GO TO FIM
           END-IF

           MOVE "N" TO PARAEXISTE
           MOVE SPACES TO NOMEPARA
           MOVE CPFPARA TO CPF
           READ CADPROPR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO PARAEXISTE
                   MOVE NOME TO NOMEPARA
           END-READ
           CLOSE CADPROPR
           MOVE "00" TO ERRO
           IF PARAEXISTE = "S"
               DISPLAY "CPF CORRETO JA CADASTRADO: " NOMEPARA
               DISPLAY "OS DOIS CADASTROS SERAO JUNTADOS NO CPF "
                   CPFPARA
           END-IF

           PERFORM CONFEREVENDAS
           IF CONFLITO = "S"
               DISPLAY "OS DOIS CPF TEM VENDA EM ABERTO DA MESMA MARCA"
                   " E MODELO"
               DISPLAY "QUITE OU RENEGOCIE UMA DELAS ANTES DE JUNTAR"
                   " - NADA ALTERADO"
               GO TO FIM
           END-IF

           IF SIMULACAO = "N"
               DISPLAY "CONFIRMA A CORRECAO DE " CPFDE " PARA "
                   CPFPARA " ? S/N"
               ACCEPT OPC
               IF OPC NOT = "S" AND NOT = "s"
                   GO TO FIM
               END-IF
               PERFORM PRENDECLIENTES
               IF LOCKOBTIDO = "N"
                   DISPLAY "CLIENTE EM USO EM OUTRO TERMINAL - NADA"
                       " ALTERADO"
                   GO TO FIM
               END-IF
               MOVE "CPFDE" TO LOG-OPERACAO
               MOVE CPFDE TO LOG-CHAVE
               PERFORM GRAVALOG
               MOVE "CPFPAR" TO LOG-OPERACAO
               MOVE CPFPARA TO LOG-CHAVE
               PERFORM GRAVALOG
           END-IF

           PERFORM ABRESPOOL
           PERFORM CABECALHOCORRECAO

           PERFORM TROCAVEIC
           PERFORM TROCAHISVEIC
           PERFORM TROCAPARC
           PERFORM TROCAHISPARC
           PERFORM TROCAFPAG
           PERFORM TROCABOLE
           PERFORM TROCAGAR
           PERFORM TROCAAPOL
           PERFORM TROCACONS
           PERFORM TROCACREP
           PERFORM TROCARECAT
           PERFORM TROCANF
           PERFORM TROCAENTG
           PERFORM TROCAHIST
           PERFORM TROCAREST
           PERFORM TROCASINL
           PERFORM TROCANEGA
           PERFORM TROCANPS
           PERFORM TROCALEMB
           PERFORM TROCABALC
           PERFORM TROCAPAGAR
           PERFORM TROCALGPD
           PERFORM TROCAPROPR

           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE QTTOTAL TO LD-QTTOTAL
           IF SIMULACAO = "S"
               STRING "REGISTROS QUE SERIAM ALTERADOS: " LD-QTTOTAL
                   DELIMITED BY SIZE INTO LINHAREL
           ELSE
               STRING "REGISTROS ALTERADOS: " LD-QTTOTAL
                   DELIMITED BY SIZE INTO LINHAREL
           END-IF
           PERFORM GRAVAREL
           CLOSE ARQREL

           IF SIMULACAO = "N"
               PERFORM SOLTACLIENTES
               DISPLAY "CPF CORRIGIDO: " LD-QTTOTAL " REGISTROS"
           ELSE
               DISPLAY "SIMULACAO: " LD-QTTOTAL " REGISTROS SERIAM"
                   " ALTERADOS"
           END-IF
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO FIM.

      *Escreve no relatorio os dois CPF e o tipo da operacao
       CABECALHOCORRECAO.

           IF SIMULACAO = "S"
               MOVE "SIMULACAO - NADA FOI ALTERADO" TO LINHAREL
           ELSE
               MOVE "CORRECAO EXECUTADA" TO LINHAREL
           END-IF
           PERFORM GRAVAREL
           STRING "CPF ERRADO:  " CPFDE "  " NOMEDE
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           IF PARAEXISTE = "S"
               STRING "CPF CORRETO: " CPFPARA "  " NOMEPARA
                   "  (JUNCAO DE CADASTROS)"
                   DELIMITED BY SIZE INTO LINHAREL
           ELSE
               STRING "CPF CORRETO: " CPFPARA "  (TROCA DE CHAVE)"
                   DELIMITED BY SIZE INTO LINHAREL
           END-IF
           PERFORM GRAVAREL
           IF TIPODE = "J"
               STRING "CNPJ: " CNPJDE " -> " CNPJPARA
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
           END-IF
           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "ARQUIVO  CHAVE             ACAO" TO LINHAREL
           PERFORM GRAVAREL.

      *Levanta as vendas em aberto (com parcela nao paga) dos dois
      *CPF; ha conflito quando os dois tem venda em aberto da mesma
      *marca e modelo, que ficariam na mesma chave VEICULO
       CONFEREVENDAS.

           MOVE "N" TO CONFLITO
           MOVE ZEROS TO QTABERTADE QTABERTAPARA
           OPEN INPUT CADVEIC
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
           ELSE
               MOVE "00" TO ERROPARC
               OPEN INPUT CADPARC
               PERFORM UNTIL ERRO = "10"
                   READ CADVEIC NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF VEIC-CPF = CPFDE OR VEIC-CPF = CPFPARA
                           PERFORM VENDAABERTA
                           IF VENDAEMABERTO = "S"
                               PERFORM GUARDAABERTA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CADVEIC
               CLOSE CADPARC
               MOVE "00" TO ERRO
               MOVE "00" TO ERROPARC
           END-IF

           PERFORM VARYING IXDE FROM 1 BY 1 UNTIL IXDE > QTABERTADE
               PERFORM VARYING IXPARA FROM 1 BY 1
                       UNTIL IXPARA > QTABERTAPARA
                   IF TAB-DE (IXDE) = TAB-PARA (IXPARA)
                       MOVE "S" TO CONFLITO
                   END-IF
               END-PERFORM
           END-PERFORM.

      *Confere se a venda corrente de CADVEIC tem parcela em aberto
       VENDAABERTA.

           MOVE "N" TO VENDAEMABERTO
           MOVE VEIC-CONTRATO TO PARC-CONTRATO
           MOVE ZEROS TO PARC-NUMERO
           START CADPARC KEY IS NOT LESS THAN PARC-CHAVE
               INVALID KEY
                   MOVE "10" TO ERROPARC
           END-START
           PERFORM UNTIL ERROPARC NOT = "00"
               READ CADPARC NEXT RECORD
                   AT END
                       MOVE "10" TO ERROPARC
               END-READ
               IF ERROPARC NOT = "10"
                   IF PARC-CONTRATO NOT = VEIC-CONTRATO
                       MOVE "10" TO ERROPARC
                   ELSE
                       IF PARC-PAGO = "N"
                           MOVE "S" TO VENDAEMABERTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO ERROPARC.

      *Guarda marca+modelo da venda em aberto na tabela do seu CPF
       GUARDAABERTA.

           IF VEIC-CPF = CPFDE
               IF QTABERTADE < 50
                   ADD 1 TO QTABERTADE
                   MOVE VEICULO(1:6) TO TAB-DE (QTABERTADE)
               END-IF
           ELSE
               IF QTABERTAPARA < 50
                   ADD 1 TO QTABERTAPARA
                   MOVE VEICULO(1:6) TO TAB-PARA (QTABERTAPARA)
               END-IF
           END-IF.

      *Troca o CPF nas vendas de CADVEIC
       TROCAVEIC.

           MOVE "CADVEIC" TO NOMEARQ
           MOVE "VEI" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           IF SIMULACAO = "S"
               OPEN INPUT CADVEIC
           ELSE
               OPEN I-O CADVEIC
           END-IF
           IF ERRO = "00"
               PERFORM UNTIL ERRO = "10"
                   READ CADVEIC NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF VEIC-CPF = CPFDE
                           MOVE VEIC-CONTRATO TO CHAVEREG
                           IF SIMULACAO = "N"
                               MOVE CPFPARA TO VEIC-CPF
                               REWRITE REGVEIC
                           END-IF
                           PERFORM REGISTRATROCA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CADVEIC
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Troca o CPF nas vendas do arquivo morto HISVEIC
       TROCAHISVEIC.

           MOVE "HISVEIC" TO NOMEARQ
           MOVE "HVE" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           IF SIMULACAO = "S"
               OPEN INPUT HISVEIC
           ELSE
               OPEN I-O HISVEIC
           END-IF
           IF ERRO = "00"
               PERFORM UNTIL ERRO = "10"
                   READ HISVEIC NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF HISV-CPF = CPFDE
                           MOVE HISV-CONTRATO TO CHAVEREG
                           IF SIMULACAO = "N"
                               MOVE CPFPARA TO HISV-CPF
                               REWRITE REGHISV
                           END-IF
                           PERFORM REGISTRATROCA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HISVEIC
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Troca o CPF nas parcelas de CADPARC
       TROCAPARC.

           MOVE "CADPARC" TO NOMEARQ
           MOVE "PAR" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERROPARC
           IF SIMULACAO = "S"
               OPEN INPUT CADPARC
           ELSE
               OPEN I-O CADPARC
           END-IF
           IF ERROPARC = "00"
               PERFORM UNTIL ERROPARC = "10"
                   READ CADPARC NEXT RECORD
                       AT END
                           MOVE "10" TO ERROPARC
                   END-READ
                   IF ERROPARC NOT = "10"
                       IF PARC-CPF = CPFDE
                           MOVE PARC-CHAVE TO CHAVEREG
                           IF SIMULACAO = "N"
                               MOVE CPFPARA TO PARC-CPF
                               REWRITE REGPARC
                           END-IF
                           PERFORM REGISTRATROCA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CADPARC
           END-IF
           MOVE "00" TO ERROPARC
           PERFORM TOTALARQUIVO.

      *Troca o CPF nas parcelas do arquivo morto HISPARC
       TROCAHISPARC.

           MOVE "HISPARC" TO NOMEARQ
           MOVE "HPA" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           IF SIMULACAO = "S"
               OPEN INPUT HISPARC
           ELSE
               OPEN I-O HISPARC
           END-IF
           IF ERRO = "00"
               PERFORM UNTIL ERRO = "10"
                   READ HISPARC NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF HISP-CPF = CPFDE
                           MOVE HISP-CHAVE TO CHAVEREG
                           IF SIMULACAO = "N"
                               MOVE CPFPARA TO HISP-CPF
                               REWRITE REGHISP
                           END-IF
                           PERFORM REGISTRATROCA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HISPARC
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Troca o CPF na composicao do pagamento (CADFPAG)
       TROCAFPAG.

           MOVE "CADFPAG" TO NOMEARQ
           MOVE "FPG" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           IF SIMULACAO = "S"
               OPEN INPUT CADFPAG
           ELSE
               OPEN I-O CADFPAG
           END-IF
           IF ERRO = "00"
               PERFORM UNTIL ERRO = "10"
                   READ CADFPAG NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF FPAG-CPF = CPFDE
                           MOVE FPAG-CHAVE TO CHAVEREG
                           IF SIMULACAO = "N"
                               MOVE CPFPARA TO FPAG-CPF
                               REWRITE REGFPAG
                           END-IF
                           PERFORM REGISTRATROCA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CADFPAG
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Troca o CPF no controle de boletos (CADBOLE)
       TROCABOLE.

           MOVE "CADBOLE" TO NOMEARQ
           MOVE "BOL" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           IF SIMULACAO = "S"
               OPEN INPUT CADBOLE
           ELSE
               OPEN I-O CADBOLE
           END-IF
           IF ERRO = "00"
               PERFORM UNTIL ERRO = "10"
                   READ CADBOLE NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF BOLE-CPF = CPFDE
                           MOVE BOLE-CHAVE TO CHAVEREG
                           IF SIMULACAO = "N"
                               MOVE CPFPARA TO BOLE-CPF
                               REWRITE REGBOLE
                           END-IF
                           PERFORM REGISTRATROCA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CADBOLE
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Troca o CPF nas garantias (CADGAR)
       TROCAGAR.

           MOVE "CADGAR" TO NOMEARQ
           MOVE "GAR" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           IF SIMULACAO = "S"
               OPEN INPUT CADGAR
           ELSE
               OPEN I-O CADGAR
           END-IF
           IF ERRO = "00"
               PERFORM UNTIL ERRO = "10"
                   READ CADGAR NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF GAR-CPF = CPFDE
                           MOVE GAR-CHASSI TO CHAVEREG
                           IF SIMULACAO = "N"
                               MOVE CPFPARA TO GAR-CPF
                               REWRITE REGGAR
                           END-IF
                           PERFORM REGISTRATROCA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CADGAR
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Troca o CPF do segurado nas apolices de seguro (CADAPOL)
       TROCAAPOL.

           MOVE "CADAPOL" TO NOMEARQ
           MOVE "APL" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           IF SIMULACAO = "S"
               OPEN INPUT CADAPOL
           ELSE
               OPEN I-O CADAPOL
           END-IF
           IF ERRO = "00"
               PERFORM UNTIL ERRO = "10"
                   READ CADAPOL NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF APOL-CPF = CPFDE
                           MOVE APOL-CHASSI TO CHAVEREG
                           IF SIMULACAO = "N"
                               MOVE CPFPARA TO APOL-CPF
                               REWRITE REGAPOL
                           END-IF
                           PERFORM REGISTRATROCA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CADAPOL
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Troca o CPF do consignante (CADCONS)
       TROCACONS.

           MOVE "CADCONS" TO NOMEARQ
           MOVE "CSG" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           IF SIMULACAO = "S"
               OPEN INPUT CADCONS
           ELSE
               OPEN I-O CADCONS
           END-IF
           IF ERRO = "00"
               PERFORM UNTIL ERRO = "10"
                   READ CADCONS NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF CONS-CPF = CPFDE
                           MOVE CONS-CHASSI TO CHAVEREG
                           IF SIMULACAO = "N"
                               MOVE CPFPARA TO CONS-CPF
                               REWRITE REGCONS
                           END-IF
                           PERFORM REGISTRATROCA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CADCONS
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Troca o CPF na prestacao de contas ao consignante (CADCREP)
       TROCACREP.

           MOVE "CADCREP" TO NOMEARQ
           MOVE "CRP" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           IF SIMULACAO = "S"
               OPEN INPUT CADCREP
           ELSE
               OPEN I-O CADCREP
           END-IF
           IF ERRO = "00"
               PERFORM UNTIL ERRO = "10"
                   READ CADCREP NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF CREP-CPF = CPFDE
                           MOVE CREP-CHASSI TO CHAVEREG
                           IF SIMULACAO = "N"
                               MOVE CPFPARA TO CREP-CPF
                               REWRITE REGCREP
                           END-IF
                           PERFORM REGISTRATROCA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CADCREP
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Troca o CPF no atendimento de recall (CADRECAT)
       TROCARECAT.

           MOVE "CADRECAT" TO NOMEARQ
           MOVE "RCA" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           IF SIMULACAO = "S"
               OPEN INPUT CADRECAT
           ELSE
               OPEN I-O CADRECAT
           END-IF
           IF ERRO = "00"
               PERFORM UNTIL ERRO = "10"
                   READ CADRECAT NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF RCA-CPF = CPFDE
                           MOVE RCA-CHASSI TO CHAVEREG
                           IF SIMULACAO = "N"
                               MOVE CPFPARA TO RCA-CPF
                               REWRITE REGRCA
                           END-IF
                           PERFORM REGISTRATROCA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CADRECAT
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Troca o CPF (e o CNPJ de pessoa juridica) nas notas de CADNF
       TROCANF.

           MOVE "CADNF" TO NOMEARQ
           MOVE "NF " TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           IF SIMULACAO = "S"
               OPEN INPUT CADNF
           ELSE
               OPEN I-O CADNF
           END-IF
           IF ERRO = "00"
               PERFORM UNTIL ERRO = "10"
                   READ CADNF NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF NF-CPF = CPFDE
                           MOVE NF-NUMERO TO CHAVEREG
                           IF SIMULACAO = "N"
                               MOVE CPFPARA TO NF-CPF
                               IF TIPODE = "J"
                                   MOVE CNPJPARA TO NF-CNPJ
                               END-IF
                               REWRITE REGNF
                           END-IF
                           PERFORM REGISTRATROCA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CADNF
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Troca o CPF nas pendencias de entrega (CADENTG)
       TROCAENTG.

           MOVE "CADENTG" TO NOMEARQ
           MOVE "ETG" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           IF SIMULACAO = "S"
               OPEN INPUT CADENTG
           ELSE
               OPEN I-O CADENTG
           END-IF
           IF ERRO = "00"
               PERFORM UNTIL ERRO = "10"
                   READ CADENTG NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF ENTG-CPF = CPFDE
                           MOVE ENTG-CHASSI TO CHAVEREG
                           IF SIMULACAO = "N"
                               MOVE CPFPARA TO ENTG-CPF
                               REWRITE REGENTG
                           END-IF
                           PERFORM REGISTRATROCA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CADENTG
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Troca o CPF (dono antigo ou novo) no historico de propriedade
      *CADHIST; o arquivo e sequencial, entao e copiado para
      *CPFTRAB.TMP ja corrigido e depois recopiado por cima
       TROCAHIST.

           MOVE "CADHIST" TO NOMEARQ
           MOVE "HIS" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           OPEN INPUT CADHIST
           IF ERRO = "00"
               OPEN OUTPUT CPFTRAB
               PERFORM UNTIL ERRO = "10"
                   READ CADHIST
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF HIST-CPF-ANTIGO = CPFDE
                               OR HIST-CPF-NOVO = CPFDE
                           MOVE HIST-CHASSI TO CHAVEREG
                           IF HIST-CPF-ANTIGO = CPFDE
                               MOVE CPFPARA TO HIST-CPF-ANTIGO
                           END-IF
                           IF HIST-CPF-NOVO = CPFDE
                               MOVE CPFPARA TO HIST-CPF-NOVO
                           END-IF
                           PERFORM REGISTRATROCA
                       END-IF
                       MOVE REGHIST TO REGTRAB
                       WRITE REGTRAB
                   END-IF
               END-PERFORM
               CLOSE CADHIST
               CLOSE CPFTRAB
               MOVE "00" TO ERRO

               IF SIMULACAO = "N" AND QTARQUIVO > ZEROS
                   OPEN INPUT CPFTRAB
                   OPEN OUTPUT CADHIST
                   MOVE "00" TO ERROTRB
                   PERFORM UNTIL ERROTRB = "10"
                       READ CPFTRAB
                           AT END
                               MOVE "10" TO ERROTRB
                           NOT AT END
                               MOVE REGTRAB TO REGHIST
                               WRITE REGHIST
                       END-READ
                   END-PERFORM
                   CLOSE CPFTRAB
                   CLOSE CADHIST
               END-IF
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Leva a restricao de credito (CADREST, chaveado pelo CPF) para
      *o CPF correto; se o correto ja tem registro, fica a situacao
      *mais restritiva ("R" prevalece sobre "L")
       TROCAREST.

           MOVE "CADREST" TO NOMEARQ
           MOVE "RST" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           IF SIMULACAO = "S"
               OPEN INPUT CADREST
           ELSE
               OPEN I-O CADREST
           END-IF
           IF ERRO = "00"
               MOVE "N" TO TEMRESTDE
               MOVE CPFDE TO REST-CPF
               READ CADREST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO TEMRESTDE
                       MOVE REGREST TO RESTDE
               END-READ
               IF TEMRESTDE = "S"
                   MOVE CPFDE TO CHAVEREG
                   MOVE CPFPARA TO REST-CPF
                   READ CADREST
                       INVALID KEY
                           MOVE "RESTRICAO LEVADA AO CPF CORRETO"
                               TO ACAOREG
                           IF SIMULACAO = "N"
                               MOVE RESTDE TO REGREST
                               MOVE CPFPARA TO REST-CPF
                               WRITE REGREST
                           END-IF
                       NOT INVALID KEY
                           MOVE "JUNTADA A DO CPF CORRETO" TO ACAOREG
                           IF SIMULACAO = "N"
                                   AND RESTDE(12:1) = "R"
                                   AND REST-SITUACAO NOT = "R"
                               MOVE RESTDE TO REGREST
                               MOVE CPFPARA TO REST-CPF
                               REWRITE REGREST
                           END-IF
                   END-READ
                   IF SIMULACAO = "N"
                       MOVE CPFDE TO REST-CPF
                       DELETE CADREST RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   PERFORM REGISTRATROCA
               END-IF
               CLOSE CADREST
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Troca o CPF do cliente nos sinais de reserva (CADSINL)
       TROCASINL.

           MOVE "CADSINL" TO NOMEARQ
           MOVE "SIN" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           IF SIMULACAO = "S"
               OPEN INPUT CADSINL
           ELSE
               OPEN I-O CADSINL
           END-IF
           IF ERRO = "00"
               PERFORM UNTIL ERRO = "10"
                   READ CADSINL NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF SIN-CPF = CPFDE
                           MOVE SIN-RECIBO TO CHAVEREG
                           IF SIMULACAO = "N"
                               MOVE CPFPARA TO SIN-CPF
                               REWRITE REGSINL
                           END-IF
                           PERFORM REGISTRATROCA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CADSINL
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Leva a negativacao (CADNEGA, chave NEG-CPF) para o CPF correto;
      *se o correto ja tem registro, fica o dele, a nao ser que a do
      *CPF errado esteja em curso (notificada ou incluida) e a dele
      *nao
       TROCANEGA.

           MOVE "CADNEGA" TO NOMEARQ
           MOVE "NEG" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           IF SIMULACAO = "S"
               OPEN INPUT CADNEGA
           ELSE
               OPEN I-O CADNEGA
           END-IF
           IF ERRO = "00"
               MOVE "N" TO TEMNEGDE
               MOVE CPFDE TO NEG-CPF
               READ CADNEGA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO TEMNEGDE
                       MOVE REGNEGA TO NEGDE
               END-READ
               IF TEMNEGDE = "S"
                   MOVE CPFDE TO CHAVEREG
                   MOVE CPFPARA TO NEG-CPF
                   READ CADNEGA
                       INVALID KEY
                           MOVE "NEGATIV. LEVADA AO CPF CORRETO"
                               TO ACAOREG
                           IF SIMULACAO = "N"
                               MOVE NEGDE TO REGNEGA
                               MOVE CPFPARA TO NEG-CPF
                               WRITE REGNEGA
                           END-IF
                       NOT INVALID KEY
                           MOVE "JUNTADA A DO CPF CORRETO" TO ACAOREG
                           IF SIMULACAO = "N"
                                   AND (NEGDE(12:1) = "N"
                                   OR NEGDE(12:1) = "I")
                                   AND NEG-SITUACAO NOT = "N"
                                   AND NEG-SITUACAO NOT = "I"
                               MOVE NEGDE TO REGNEGA
                               MOVE CPFPARA TO NEG-CPF
                               REWRITE REGNEGA
                           END-IF
                   END-READ
                   IF SIMULACAO = "N"
                       MOVE CPFDE TO NEG-CPF
                       DELETE CADNEGA RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   PERFORM REGISTRATROCA
               END-IF
               CLOSE CADNEGA
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Troca o CPF nas pesquisas de satisfacao (CADNPS)
       TROCANPS.

           MOVE "CADNPS" TO NOMEARQ
           MOVE "NPS" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           IF SIMULACAO = "S"
               OPEN INPUT CADNPS
           ELSE
               OPEN I-O CADNPS
           END-IF
           IF ERRO = "00"
               PERFORM UNTIL ERRO = "10"
                   READ CADNPS NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF NPS-CPF = CPFDE
                           MOVE NPS-CHASSI TO CHAVEREG
                           IF SIMULACAO = "N"
                               MOVE CPFPARA TO NPS-CPF
                               REWRITE REGNPS
                           END-IF
                           PERFORM REGISTRATROCA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CADNPS
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Troca o CPF nos lembretes de revisao (CADLEMB)
       TROCALEMB.

           MOVE "CADLEMB" TO NOMEARQ
           MOVE "LEM" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           IF SIMULACAO = "S"
               OPEN INPUT CADLEMB
           ELSE
               OPEN I-O CADLEMB
           END-IF
           IF ERRO = "00"
               PERFORM UNTIL ERRO = "10"
                   READ CADLEMB NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF LEMB-CPF = CPFDE
                           MOVE LEMB-CHASSI TO CHAVEREG
                           IF SIMULACAO = "N"
                               MOVE CPFPARA TO LEMB-CPF
                               REWRITE REGLEMB
                           END-IF
                           PERFORM REGISTRATROCA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CADLEMB
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Troca o CPF nas vendas de balcao (CADBALC; chave registrada
      *com filial, nota e item)
       TROCABALC.

           MOVE "CADBALC" TO NOMEARQ
           MOVE "BAL" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           IF SIMULACAO = "S"
               OPEN INPUT CADBALC
           ELSE
               OPEN I-O CADBALC
           END-IF
           IF ERRO = "00"
               PERFORM UNTIL ERRO = "10"
                   READ CADBALC NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF BALC-CPF = CPFDE
                           MOVE SPACES TO CHAVEREG
                           MOVE BALC-FILIAL TO CHAVEREG(1:2)
                           MOVE BALC-NOTA TO CHAVEREG(3:6)
                           MOVE BALC-SEQ TO CHAVEREG(9:2)
                           IF SIMULACAO = "N"
                               MOVE CPFPARA TO BALC-CPF
                               REWRITE REGBALC
                           END-IF
                           PERFORM REGISTRATROCA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CADBALC
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Troca o CPF do credor nos titulos a pagar (CADPAGAR) de
      *cliente ou outro credor pessoa fisica; o credor faz parte da
      *chave alternativa CPG-CHAVEDOC, e o titulo com o mesmo
      *documento ja lancado no CPF correto fica como esta
       TROCAPAGAR.

           MOVE "CADPAGAR" TO NOMEARQ
           MOVE "CPG" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           IF SIMULACAO = "S"
               OPEN INPUT CADPAGAR
           ELSE
               OPEN I-O CADPAGAR
           END-IF
           IF ERRO = "00"
               PERFORM UNTIL ERRO = "10"
                   READ CADPAGAR NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF CPG-CREDOR = CPFDE
                           AND (CPG-TIPOCRED = "C"
                           OR CPG-TIPOCRED = "O")
                           MOVE CPG-NUMERO TO CHAVEREG
                           IF SIMULACAO = "N"
                               MOVE CPFPARA TO CPG-CREDOR
                               REWRITE REGPAGAR
                                   INVALID KEY
                                       MOVE
                                         "DOCUMENTO JA NO CPF CORRETO"
                                           TO ACAOREG
                               END-REWRITE
                               MOVE "00" TO ERRO
                           END-IF
                           PERFORM REGISTRATROCA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CADPAGAR
           END-IF
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Leva o consentimento de marketing (CADLGPD, chave "C"+CPF)
      *para o CPF correto; se o correto ja tem registro, fica a
      *resposta mais recente
       TROCALGPD.

           MOVE "CADLGPD" TO NOMEARQ
           MOVE "LGP" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE "00" TO ERROLGP
           IF SIMULACAO = "S"
               OPEN INPUT CADLGPD
           ELSE
               OPEN I-O CADLGPD
           END-IF
           IF ERROLGP = "00"
               MOVE "N" TO TEMLGPDDE
               MOVE "C" TO LGPD-TIPO
               MOVE CPFDE TO LGPD-CODIGO
               READ CADLGPD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO TEMLGPDDE
                       MOVE REGLGPD TO LGPDDE
               END-READ
               IF TEMLGPDDE = "S"
                   PERFORM JUNTALGPD
               END-IF
               CLOSE CADLGPD
           END-IF
           MOVE "00" TO ERROLGP
           PERFORM TOTALARQUIVO.

      *Grava o consentimento lido do CPF errado (LGPDDE) no CPF
      *correto e remove o do errado
       JUNTALGPD.

           MOVE CPFDE TO CHAVEREG
           MOVE "C" TO LGPD-TIPO
           MOVE CPFPARA TO LGPD-CODIGO
           READ CADLGPD
               INVALID KEY
                   MOVE "CONSENT. LEVADO AO CPF CORRETO"
                       TO ACAOREG
                   IF SIMULACAO = "N"
                       MOVE LGPDDE TO REGLGPD
                       MOVE CPFPARA TO LGPD-CODIGO
                       WRITE REGLGPD
                   END-IF
               NOT INVALID KEY
                   MOVE "JUNTADO AO DO CPF CORRETO" TO ACAOREG
                   IF SIMULACAO = "N"
                           AND LGPDDE(14:8) > LGPD-DATA
                       MOVE LGPDDE TO REGLGPD
                       MOVE CPFPARA TO LGPD-CODIGO
                       REWRITE REGLGPD
                   END-IF
           END-READ
           IF SIMULACAO = "N"
               MOVE "C" TO LGPD-TIPO
               MOVE CPFDE TO LGPD-CODIGO
               DELETE CADLGPD RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           MOVE "00" TO ERROLGP
           PERFORM REGISTRATROCA.

      *Por ultimo, o proprio cadastro: sem cadastro no CPF correto o
      *registro e regravado com a chave nova (e o CNPJ corrigido, se
      *pessoa juridica); com cadastro, fica o do CPF correto e o do
      *errado e removido
       TROCAPROPR.

           MOVE "CADPROPR" TO NOMEARQ
           MOVE "PRO" TO SIGLAARQ
           MOVE ZEROS TO QTARQUIVO
           MOVE CPFDE TO CHAVEREG
           IF PARAEXISTE = "S"
               MOVE "REMOVIDO (JUNTADO AO CORRETO)" TO ACAOREG
           ELSE
               MOVE "REGRAVADO COM O CPF CORRETO" TO ACAOREG
           END-IF
           IF SIMULACAO = "N"
               OPEN I-O CADPROPR
               IF ERRO = "00"
                   MOVE CPFDE TO CPF
                   READ CADPROPR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE CADPROPR RECORD
                           IF PARAEXISTE = "N"
                               MOVE PROPRDE TO REGPROPR
                               MOVE CPFPARA TO CPF
                               IF TIPODE = "J"
                                   MOVE CNPJPARA TO CNPJ
                               END-IF
                               WRITE REGPROPR
                           END-IF
                   END-READ
                   CLOSE CADPROPR
               END-IF
           END-IF
           PERFORM REGISTRATROCA
           MOVE "00" TO ERRO
           PERFORM TOTALARQUIVO.

      *Registra o registro tocado: linha no relatorio e, na correcao,
      *um LOGTRANS com a sigla do arquivo e a chave do registro
       REGISTRATROCA.

           IF ACAOREG = SPACES
               IF SIMULACAO = "S"
                   MOVE "CPF SERIA TROCADO" TO ACAOREG
               ELSE
                   MOVE "CPF TROCADO" TO ACAOREG
               END-IF
           END-IF
           STRING NOMEARQ " " CHAVEREG " " ACAOREG
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           ADD 1 TO QTARQUIVO
           ADD 1 TO QTTOTAL
           IF SIMULACAO = "N"
               MOVE "TROCPF" TO LOG-OPERACAO
               MOVE SPACES TO LOG-CHAVE
               MOVE SIGLAARQ TO LOG-CHAVE(1:3)
               MOVE CHAVEREG TO LOG-CHAVE(4:17)
               PERFORM GRAVALOG
           END-IF
           MOVE SPACES TO ACAOREG.

      *Registra no relatorio o total tocado no arquivo corrente
       TOTALARQUIVO.

           IF QTARQUIVO > ZEROS
               MOVE QTARQUIVO TO LD-QTARQUIVO
               STRING NOMEARQ ": " LD-QTARQUIVO " REGISTRO(S)"
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
           END-IF.

      *Reserva no CADLOCK os dois CPF ("PROPR:"+CPF, a mesma trava do
      *cadastro P172903), para ninguem alterar o cliente durante a
      *correcao
       PRENDECLIENTES.

           MOVE "N" TO LOCKDE LOCKPARA
           MOVE CPFDE TO CPFLOCK
           PERFORM BLOQUEIA
           IF LOCKOBTIDO = "S"
               MOVE "S" TO LOCKDE
               MOVE CPFPARA TO CPFLOCK
               PERFORM BLOQUEIA
               IF LOCKOBTIDO = "S"
                   MOVE "S" TO LOCKPARA
               ELSE
                   MOVE CPFDE TO CPFLOCK
                   PERFORM DESBLOQUEIA
                   MOVE "N" TO LOCKDE
               END-IF
           END-IF.

      *Devolve as travas dos dois CPF
       SOLTACLIENTES.

           IF LOCKDE = "S"
               MOVE CPFDE TO CPFLOCK
               PERFORM DESBLOQUEIA
           END-IF
           IF LOCKPARA = "S"
               MOVE CPFPARA TO CPFLOCK
               PERFORM DESBLOQUEIA
           END-IF
           MOVE "N" TO LOCKDE LOCKPARA.

      *Tenta reservar a chave "PROPR:"+CPFLOCK no arquivo de travas
      *CADLOCK; status 22 na gravacao significa registro em uso por
      *outro terminal
       BLOQUEIA.

           MOVE "N" TO LOCKOBTIDO
           MOVE "00" TO ERROLOCK
           OPEN I-O CADLOCK
           IF ERROLOCK = "30" OR ERROLOCK = "35"
               OPEN OUTPUT CADLOCK
               CLOSE CADLOCK
               OPEN I-O CADLOCK
           END-IF
           MOVE SPACES TO LOCK-CHAVE
           MOVE "PROPR:" TO LOCK-CHAVE(1:6)
           MOVE CPFLOCK TO LOCK-CHAVE(7:11)
           ACCEPT LOCK-OPERADOR FROM ENVIRONMENT "USER"
           MOVE FUNCTION CURRENT-DATE (1:14) TO LOCK-DATAHORA
           WRITE REGLOCK
           IF ERROLOCK = "00" OR ERROLOCK = "02"
               MOVE "S" TO LOCKOBTIDO
           END-IF
           CLOSE CADLOCK.

      *Devolve a trava "PROPR:"+CPFLOCK
       DESBLOQUEIA.

           MOVE "00" TO ERROLOCK
           OPEN I-O CADLOCK
           IF ERROLOCK = "00"
               MOVE SPACES TO LOCK-CHAVE
               MOVE "PROPR:" TO LOCK-CHAVE(1:6)
               MOVE CPFLOCK TO LOCK-CHAVE(7:11)
               DELETE CADLOCK RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE CADLOCK
           END-IF
           MOVE "N" TO LOCKOBTIDO.

      *Confere os digitos verificadores do CPF em CPF-WS pelo
      *algoritmo padrao (modulo 11), como o cadastro P172903
       VALIDACPF.
           MOVE 1 TO BITVALIDA
           MOVE ZEROS TO CPF-SOMA
           PERFORM VARYING CPF-IND FROM 1 BY 1 UNTIL CPF-IND > 9
               COMPUTE CPF-SOMA = CPF-SOMA +
                   CPF-D (CPF-IND) * (11 - CPF-IND)
           END-PERFORM
           COMPUTE CPF-RESTO = FUNCTION MOD(CPF-SOMA, 11)
           IF CPF-RESTO < 2
               MOVE 0 TO CPF-DIGITO1
           ELSE
               COMPUTE CPF-DIGITO1 = 11 - CPF-RESTO
           END-IF

           MOVE ZEROS TO CPF-SOMA
           PERFORM VARYING CPF-IND FROM 1 BY 1 UNTIL CPF-IND > 10
               COMPUTE CPF-SOMA = CPF-SOMA +
                   CPF-D (CPF-IND) * (12 - CPF-IND)
           END-PERFORM
           COMPUTE CPF-RESTO = FUNCTION MOD(CPF-SOMA, 11)
           IF CPF-RESTO < 2
               MOVE 0 TO CPF-DIGITO2
           ELSE
               COMPUTE CPF-DIGITO2 = 11 - CPF-RESTO
           END-IF

           IF CPF-DIGITO1 NOT = CPF-D (10)
                   OR CPF-DIGITO2 NOT = CPF-D (11)
               MOVE 0 TO BITVALIDA
           END-IF.

      *Confere os digitos verificadores do CNPJ em CNPJ-WS pelo
      *algoritmo padrao (modulo 11), como o cadastro P172903
       VALIDACNPJ.
           MOVE 1 TO BITCNPJ

           MOVE ZEROS TO CPF-SOMA
           PERFORM VARYING CPF-IND FROM 1 BY 1 UNTIL CPF-IND > 12
               COMPUTE CPF-SOMA = CPF-SOMA +
                   CNPJ-D (CPF-IND) * CNPJ-P1 (CPF-IND)
           END-PERFORM
           COMPUTE CPF-RESTO = FUNCTION MOD(CPF-SOMA, 11)
           IF CPF-RESTO < 2
               MOVE 0 TO CPF-DIGITO1
           ELSE
               COMPUTE CPF-DIGITO1 = 11 - CPF-RESTO
           END-IF

           MOVE ZEROS TO CPF-SOMA
           PERFORM VARYING CPF-IND FROM 1 BY 1 UNTIL CPF-IND > 13
               COMPUTE CPF-SOMA = CPF-SOMA +
                   CNPJ-D (CPF-IND) * CNPJ-P2 (CPF-IND)
           END-PERFORM
           COMPUTE CPF-RESTO = FUNCTION MOD(CPF-SOMA, 11)
           IF CPF-RESTO < 2
               MOVE 0 TO CPF-DIGITO2
           ELSE
               COMPUTE CPF-DIGITO2 = 11 - CPF-RESTO
           END-IF

           IF CPF-DIGITO1 NOT = CNPJ-D (13)
                   OR CPF-DIGITO2 NOT = CNPJ-D (14)
               MOVE 0 TO BITCNPJ
           END-IF.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
           MOVE "P172CPF" TO LOG-PROGRAMA
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

      *Fecha o programa
       FIM.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "CPF" TO NOMERELATORIO(1:3)
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
           MOVE "P172CPF" TO SPO-PROGRAMA
           MOVE DATAHORAREL TO SPO-DATAHORA
           MOVE "CORRECAO DE CPF" TO SPO-TITULO
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
           STRING "P172CPF  CORRECAO DE CPF  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172CPF.
