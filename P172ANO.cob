      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Anonimizacao dos dados pessoais de clientes inativos
      *    (LGPD), so para gerente (nivel 3). Passado o prazo de
      *    guarda ANOSLGPD de CADPARAM (padrao 5 anos) desde o ultimo
      *    movimento do CPF em qualquer arquivo - vendas, parcelas,
      *    garantia, consignacao, entrega, pesquisa, revisao,
      *    balcao, sinal, notas, arquivo morto HISVEIC/HISPARC e o
      *    proprio consentimento de CADLGPD -, o cadastro de pessoa
      *    fisica em CADPROPR tem nome, e-mail, telefone, data de
      *    nascimento e endereco apagados (nome "ANONIMIZADO"); o CPF
      *    fica, para o historico fiscal e de vendas continuar
      *    inteiro. Fica retido (e listado com o motivo) o cliente
      *    com parcela em aberto, garantia vigente, consignacao ou
      *    sinal em aberto, recall pendente, negativacao em curso,
      *    titulo a pagar em aberto ou apolice de seguro auto
      *    vigente (CADAPOL, do P172SEG). Cliente sem movimento nenhum
      *    comeca a contar o prazo na primeira rodada que o encontra
      *    (LGPD-DATAREF). Os leads encerrados, a agenda de
      *    test-drive, a fila da vez, a agenda da oficina e os
      *    casamentos de LIGALEAD anteriores ao corte tem nome e
      *    telefone apagados. A simulacao so lista no spool (P172SPO)
      *    o que seria feito; a execucao grava um LOGTRANS ANONIM
      *    por cliente ou lead.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172ANO.
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
           SELECT CADLGPD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGPD-CHAVE
               FILE STATUS IS ERROLGP.
           SELECT LGPDTRAB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRB-CPF
               FILE STATUS IS ERROTRB.
           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CODIGO
               FILE STATUS IS ERRO.
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
           SELECT ANOTRAB ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROCOP.
           SELECT CADLOCK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOCK-CHAVE
               FILE STATUS IS ERROLOCK.
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

           FD LGPDTRAB
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "LGPDTRAB.TMP".
           01 REGTRB.
               02 TRB-CPF PIC 9(11) VALUE ZEROS.
               02 TRB-ULTDATA PIC 9(8) VALUE ZEROS.
               02 TRB-BLOQUEIO PIC X(1) VALUE SPACES.

           FD CADPARAM
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPARAM.DAT".
           01 REGPARAM.
               02 PARAM-CODIGO PIC X(8) VALUE SPACES.
               02 PARAM-VALOR PIC 9(5)V99 VALUE ZEROS.
               02 PARAM-DESCRICAO PIC X(30) VALUE SPACES.

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

           FD ANOTRAB
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "ANOTRAB.TMP".
           01 REGCOPIA PIC X(67) VALUE SPACES.

           FD CADLOCK
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADLOCK.DAT".
           01 REGLOCK.
               02 LOCK-CHAVE PIC X(30) VALUE SPACES.
               02 LOCK-OPERADOR PIC X(20) VALUE SPACES.
               02 LOCK-DATAHORA PIC X(14) VALUE SPACES.

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
           01 ERROTRB PIC X(2) VALUE "00".
           01 ERROCOP PIC X(2) VALUE "00".
           01 ERROLOCK PIC X(2) VALUE "00".
           01 ERROLOG PIC X(2) VALUE "00".
           01 OPC PIC X(1) VALUE SPACES.
           01 NIVELOPER PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 DATACORTE PIC 9(8) VALUE ZEROS.
           01 ANOCORTE PIC 9(4) VALUE ZEROS.
           01 ANOSGUARDA PIC 9(3) VALUE ZEROS.

      *    S = simulacao (so lista), N = anonimizacao
           01 SIMULACAO PIC X(1) VALUE "S".
           01 ABRIULGPD PIC X(1) VALUE "N".
           01 TEMCONS PIC X(1) VALUE "N".
           01 CPFLOCK PIC 9(11) VALUE ZEROS.
           01 LOCKOBTIDO PIC X(1) VALUE "N".

      *    movimento de um CPF levado ao arquivo de trabalho: data e
      *    obrigacao em aberto (P parcela, G garantia, C consignacao,
      *    R recall, N negativacao, S sinal, A titulo a pagar)
           01 CPFANOTA PIC 9(11) VALUE ZEROS.
           01 DATAANOTA PIC 9(8) VALUE ZEROS.
           01 BLOQANOTA PIC X(1) VALUE SPACES.
           01 ULTDATA PIC 9(8) VALUE ZEROS.
           01 MOTIVO PIC X(24) VALUE SPACES.

           01 QTLIDOS PIC 9(6) VALUE ZEROS.
           01 QTPJ PIC 9(6) VALUE ZEROS.
           01 QTJAANON PIC 9(6) VALUE ZEROS.
           01 QTINICIO PIC 9(6) VALUE ZEROS.
           01 QTNOPRAZO PIC 9(6) VALUE ZEROS.
           01 QTRETIDOS PIC 9(6) VALUE ZEROS.
           01 QTEMUSO PIC 9(6) VALUE ZEROS.
           01 QTANONIM PIC 9(6) VALUE ZEROS.
           01 QTLEADS PIC 9(6) VALUE ZEROS.
           01 QTAGENDA PIC 9(6) VALUE ZEROS.
           01 QTATEN PIC 9(6) VALUE ZEROS.
           01 QTAGOF PIC 9(6) VALUE ZEROS.
           01 QTLIGA PIC 9(6) VALUE ZEROS.
           01 LD-QT PIC ZZZZZ9 VALUE ZEROS.
           01 LD-TEXTO PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Confere o nivel do operador, calcula a data de corte pelo prazo
      *de guarda e roda a simulacao ou a anonimizacao
       INICIO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE

           DISPLAY " "
           DISPLAY "ANONIMIZACAO DE CLIENTES INATIVOS (LGPD)"
           DISPLAY "========================================"

           MOVE SPACES TO NIVELOPER
           ACCEPT NIVELOPER FROM ENVIRONMENT "OPERNIVEL"
           IF NIVELOPER NOT = "3"
               DISPLAY "SOMENTE GERENTE ANONIMIZA (LOGIN P172900)"
               GO TO FIM
           END-IF

           DISPLAY "1 - SIMULAR (SO LISTA O QUE SERIA FEITO)"
           DISPLAY "2 - ANONIMIZAR"
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

           MOVE 5 TO ANOSGUARDA
           MOVE "00" TO ERRO
           OPEN INPUT CADPARAM
           IF ERRO = "00"
               MOVE "ANOSLGPD" TO PARAM-CODIGO
               READ CADPARAM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAM-VALOR TO ANOSGUARDA
               END-READ
               CLOSE CADPARAM
           END-IF
           MOVE "00" TO ERRO
           IF ANOSGUARDA = ZEROS
               MOVE 5 TO ANOSGUARDA
           END-IF
           MOVE DATAHOJE TO DATACORTE
           MOVE DATAHOJE(1:4) TO ANOCORTE
           SUBTRACT ANOSGUARDA FROM ANOCORTE
           MOVE ANOCORTE TO DATACORTE(1:4)

           DISPLAY "PRAZO DE GUARDA: " ANOSGUARDA " ANOS"
           DISPLAY "SEM MOVIMENTO DESDE ANTES DE " DATACORTE
           IF SIMULACAO = "N"
               DISPLAY "CONFIRMA A ANONIMIZACAO ? S/N"
               ACCEPT OPC
               IF OPC NOT = "S" AND NOT = "s"
                   GO TO FIM
               END-IF
           END-IF

           PERFORM ABRECONSENTIMENTO
           IF SIMULACAO = "N" AND ABRIULGPD = "N"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLGPD"
               GO TO FIM
           END-IF

           DISPLAY "LEVANTANDO O MOVIMENTO DOS CLIENTES..."
           PERFORM LEVANTAMENTO

           PERFORM ABRESPOOL
           IF SIMULACAO = "S"
               MOVE "SIMULACAO - NADA FOI ALTERADO" TO LINHAREL
           ELSE
               MOVE "ANONIMIZACAO EXECUTADA" TO LINHAREL
           END-IF
           PERFORM GRAVAREL
           STRING "PRAZO DE GUARDA " ANOSGUARDA " ANOS - CORTE "
               DATACORTE DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "CPF/LEAD     SITUACAO                  ULT. MOVTO"
               TO LINHAREL
           PERFORM GRAVAREL

           PERFORM ANONIMIZACLIENTES
           PERFORM ANONIMIZALEADS
           PERFORM ANONIMIZACONTATOS

           CLOSE LGPDTRAB
           IF ABRIULGPD = "S"
               CLOSE CADLGPD
           END-IF

           PERFORM RESUMO
           CLOSE ARQREL

           IF SIMULACAO = "N"
               MOVE "ANOLOT" TO LOG-OPERACAO
               MOVE SPACES TO LOG-CHAVE
               MOVE DATACORTE TO LOG-CHAVE(1:8)
               MOVE QTANONIM TO LOG-CHAVE(9:6)
               MOVE QTLEADS TO LOG-CHAVE(15:6)
               PERFORM GRAVALOG
               DISPLAY "CLIENTES ANONIMIZADOS: " QTANONIM
           ELSE
               DISPLAY "CLIENTES QUE SERIAM ANONIMIZADOS: " QTANONIM
           END-IF
           DISPLAY "RETIDOS POR OBRIGACAO EM ABERTO: " QTRETIDOS
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO FIM.

      *Abre o arquivo de consentimentos: na anonimizacao em I-O,
      *criando-o na primeira utilizacao; na simulacao so para leitura
      *(sem o arquivo, ninguem tem consentimento registrado)
       ABRECONSENTIMENTO.

           MOVE "N" TO ABRIULGPD
           MOVE "00" TO ERROLGP
           IF SIMULACAO = "S"
               OPEN INPUT CADLGPD
           ELSE
               OPEN I-O CADLGPD
               IF ERROLGP = "30" OR ERROLGP = "35"
                   OPEN OUTPUT CADLGPD
                   CLOSE CADLGPD
                   MOVE "00" TO ERROLGP
                   OPEN I-O CADLGPD
               END-IF
           END-IF
           IF ERROLGP = "00"
               MOVE "S" TO ABRIULGPD
           END-IF
           MOVE "00" TO ERROLGP.

      *Primeira passada: varre os arquivos com CPF e guarda em
      *LGPDTRAB.TMP, por CPF, a data do ultimo movimento e a primeira
      *obrigacao em aberto encontrada
       LEVANTAMENTO.

           MOVE "00" TO ERROTRB
           OPEN OUTPUT LGPDTRAB
           CLOSE LGPDTRAB
           OPEN I-O LGPDTRAB

           PERFORM LEVANTAVEIC
           PERFORM LEVANTAHISVEIC
           PERFORM LEVANTAPARC
           PERFORM LEVANTAHISPARC
           PERFORM LEVANTAGAR
           PERFORM LEVANTACONS
           PERFORM LEVANTACREP
           PERFORM LEVANTARECAT
           PERFORM LEVANTANF
           PERFORM LEVANTAENTG
           PERFORM LEVANTAHIST
           PERFORM LEVANTANEGA
           PERFORM LEVANTASINL
           PERFORM LEVANTANPS
           PERFORM LEVANTALEMB
           PERFORM LEVANTABALC
           PERFORM LEVANTAPAGAR
           PERFORM LEVANTAAPOL.

      *Guarda o movimento de CPFANOTA (data DATAANOTA, obrigacao
      *BLOQANOTA) no arquivo de trabalho, ficando a maior data
       ANOTA.

           IF CPFANOTA > ZEROS
               MOVE CPFANOTA TO TRB-CPF
               READ LGPDTRAB
                   INVALID KEY
                       MOVE CPFANOTA TO TRB-CPF
                       MOVE DATAANOTA TO TRB-ULTDATA
                       MOVE BLOQANOTA TO TRB-BLOQUEIO
                       WRITE REGTRB
                   NOT INVALID KEY
                       IF DATAANOTA > TRB-ULTDATA
                           MOVE DATAANOTA TO TRB-ULTDATA
                       END-IF
                       IF TRB-BLOQUEIO = SPACES
                           MOVE BLOQANOTA TO TRB-BLOQUEIO
                       END-IF
                       REWRITE REGTRB
               END-READ
           END-IF
           MOVE "00" TO ERROTRB
           MOVE SPACES TO BLOQANOTA.

      *Vendas de CADVEIC (data da venda)
       LEVANTAVEIC.

           MOVE "00" TO ERRO
           OPEN INPUT CADVEIC
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEVEIC UNTIL FIMLISTA = "S"
               CLOSE CADVEIC
           END-IF
           MOVE "00" TO ERRO.

       LEVEIC.

           READ CADVEIC NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               MOVE VEIC-CPF TO CPFANOTA
               MOVE DATAVENDA TO DATAANOTA
               PERFORM ANOTA
           END-IF.

      *Vendas do arquivo morto HISVEIC
       LEVANTAHISVEIC.

           MOVE "00" TO ERRO
           OPEN INPUT HISVEIC
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEHISVEIC UNTIL FIMLISTA = "S"
               CLOSE HISVEIC
           END-IF
           MOVE "00" TO ERRO.

       LEHISVEIC.

           READ HISVEIC NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               MOVE HISV-CPF TO CPFANOTA
               MOVE HISV-DATAVENDA TO DATAANOTA
               PERFORM ANOTA
           END-IF.

      *Parcelas de CADPARC (vencimento ou pagamento); parcela nao
      *paga retem o cliente
       LEVANTAPARC.

           MOVE "00" TO ERRO
           OPEN INPUT CADPARC
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEPARC UNTIL FIMLISTA = "S"
               CLOSE CADPARC
           END-IF
           MOVE "00" TO ERRO.

       LEPARC.

           READ CADPARC NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               MOVE PARC-CPF TO CPFANOTA
               MOVE PARC-VENCIMENTO TO DATAANOTA
               IF PARC-DATAPGTO > DATAANOTA
                   MOVE PARC-DATAPGTO TO DATAANOTA
               END-IF
               IF PARC-PAGO = "N"
                   MOVE "P" TO BLOQANOTA
               END-IF
               PERFORM ANOTA
           END-IF.

      *Parcelas quitadas do arquivo morto HISPARC
       LEVANTAHISPARC.

           MOVE "00" TO ERRO
           OPEN INPUT HISPARC
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEHISPARC UNTIL FIMLISTA = "S"
               CLOSE HISPARC
           END-IF
           MOVE "00" TO ERRO.

       LEHISPARC.

           READ HISPARC NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               MOVE HISP-CPF TO CPFANOTA
               MOVE HISP-DATAPGTO TO DATAANOTA
               PERFORM ANOTA
           END-IF.

      *Garantias de CADGAR (fim da garantia); garantia ainda vigente
      *retem o cliente
       LEVANTAGAR.

           MOVE "00" TO ERRO
           OPEN INPUT CADGAR
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEGAR UNTIL FIMLISTA = "S"
               CLOSE CADGAR
           END-IF
           MOVE "00" TO ERRO.

       LEGAR.

           READ CADGAR NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               MOVE GAR-CPF TO CPFANOTA
               MOVE GAR-DATAFIM TO DATAANOTA
               IF GAR-DATAFIM NOT < DATAHOJE
                   MOVE "G" TO BLOQANOTA
               END-IF
               PERFORM ANOTA
           END-IF.

      *Consignacoes de CADCONS (fim do contrato ou liquidacao);
      *consignacao em aberto retem o consignante
       LEVANTACONS.

           MOVE "00" TO ERRO
           OPEN INPUT CADCONS
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LECONS UNTIL FIMLISTA = "S"
               CLOSE CADCONS
           END-IF
           MOVE "00" TO ERRO.

       LECONS.

           READ CADCONS NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               MOVE CONS-CPF TO CPFANOTA
               MOVE CONS-DATAFIM TO DATAANOTA
               IF CONS-DATALIQ > DATAANOTA
                   MOVE CONS-DATALIQ TO DATAANOTA
               END-IF
               IF CONS-SITUACAO = "A"
                   MOVE "C" TO BLOQANOTA
               END-IF
               PERFORM ANOTA
           END-IF.

      *Repasses aos consignantes de CADCREP (data do pagamento)
       LEVANTACREP.

           MOVE "00" TO ERRO
           OPEN INPUT CADCREP
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LECREP UNTIL FIMLISTA = "S"
               CLOSE CADCREP
           END-IF
           MOVE "00" TO ERRO.

       LECREP.

           READ CADCREP NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               MOVE CREP-CPF TO CPFANOTA
               MOVE CREP-DATALIQ TO DATAANOTA
               IF CREP-DATAPGTO > DATAANOTA
                   MOVE CREP-DATAPGTO TO DATAANOTA
               END-IF
               PERFORM ANOTA
           END-IF.

      *Convocacoes de recall de CADRECAT; recall pendente retem o
      *dono, que ainda precisa ser achado
       LEVANTARECAT.

           MOVE "00" TO ERRO
           OPEN INPUT CADRECAT
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LERECAT UNTIL FIMLISTA = "S"
               CLOSE CADRECAT
           END-IF
           MOVE "00" TO ERRO.

       LERECAT.

           READ CADRECAT NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               MOVE RCA-CPF TO CPFANOTA
               MOVE RCA-DATA TO DATAANOTA
               IF RCA-SITUACAO = "P"
                   MOVE "R" TO BLOQANOTA
               END-IF
               PERFORM ANOTA
           END-IF.

      *Notas fiscais de CADNF (data de emissao)
       LEVANTANF.

           MOVE "00" TO ERRO
           OPEN INPUT CADNF
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LENF UNTIL FIMLISTA = "S"
               CLOSE CADNF
           END-IF
           MOVE "00" TO ERRO.

       LENF.

           READ CADNF NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               MOVE NF-CPF TO CPFANOTA
               MOVE NF-DATA TO DATAANOTA
               PERFORM ANOTA
           END-IF.

      *Entregas de CADENTG (venda ou entrega)
       LEVANTAENTG.

           MOVE "00" TO ERRO
           OPEN INPUT CADENTG
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEENTG UNTIL FIMLISTA = "S"
               CLOSE CADENTG
           END-IF
           MOVE "00" TO ERRO.

       LEENTG.

           READ CADENTG NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               MOVE ENTG-CPF TO CPFANOTA
               MOVE ENTG-DATAVENDA TO DATAANOTA
               IF ENTG-DATAENTREGA > DATAANOTA
                   MOVE ENTG-DATAENTREGA TO DATAANOTA
               END-IF
               PERFORM ANOTA
           END-IF.

      *Transferencias de propriedade de CADHIST (dono antigo e novo)
       LEVANTAHIST.

           MOVE "00" TO ERRO
           OPEN INPUT CADHIST
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEHIST UNTIL FIMLISTA = "S"
               CLOSE CADHIST
           END-IF
           MOVE "00" TO ERRO.

       LEHIST.

           READ CADHIST
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               MOVE HIST-CPF-ANTIGO TO CPFANOTA
               MOVE HIST-DATA TO DATAANOTA
               PERFORM ANOTA
               MOVE HIST-CPF-NOVO TO CPFANOTA
               MOVE HIST-DATA TO DATAANOTA
               PERFORM ANOTA
           END-IF.

      *Negativacoes de CADNEGA; notificacao ou inclusao em curso
      *retem o cliente
       LEVANTANEGA.

           MOVE "00" TO ERRO
           OPEN INPUT CADNEGA
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LENEGA UNTIL FIMLISTA = "S"
               CLOSE CADNEGA
           END-IF
           MOVE "00" TO ERRO.

       LENEGA.

           READ CADNEGA NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               MOVE NEG-CPF TO CPFANOTA
               MOVE NEG-DATANOTIF TO DATAANOTA
               IF NEG-DATAREMOC > DATAANOTA
                   MOVE NEG-DATAREMOC TO DATAANOTA
               END-IF
               IF NEG-SITUACAO = "N" OR NEG-SITUACAO = "I"
                   MOVE "N" TO BLOQANOTA
               END-IF
               PERFORM ANOTA
           END-IF.

      *Sinais de reserva de CADSINL; sinal ainda nao acertado retem
      *o cliente
       LEVANTASINL.

           MOVE "00" TO ERRO
           OPEN INPUT CADSINL
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LESINL UNTIL FIMLISTA = "S"
               CLOSE CADSINL
           END-IF
           MOVE "00" TO ERRO.

       LESINL.

           READ CADSINL NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               MOVE SIN-CPF TO CPFANOTA
               MOVE SIN-DATA TO DATAANOTA
               IF SIN-DATAACERTO > DATAANOTA
                   MOVE SIN-DATAACERTO TO DATAANOTA
               END-IF
               IF SIN-SITUACAO = "A" OR SIN-SITUACAO = "V"
                   MOVE "S" TO BLOQANOTA
               END-IF
               PERFORM ANOTA
           END-IF.

      *Pesquisas de satisfacao de CADNPS (entrega ou pesquisa)
       LEVANTANPS.

           MOVE "00" TO ERRO
           OPEN INPUT CADNPS
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LENPS UNTIL FIMLISTA = "S"
               CLOSE CADNPS
           END-IF
           MOVE "00" TO ERRO.

       LENPS.

           READ CADNPS NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               MOVE NPS-CPF TO CPFANOTA
               MOVE NPS-DATAENTREGA TO DATAANOTA
               IF NPS-DATAPESQ > DATAANOTA
                   MOVE NPS-DATAPESQ TO DATAANOTA
               END-IF
               PERFORM ANOTA
           END-IF.

      *Lembretes de revisao de CADLEMB (lembrete ou retorno)
       LEVANTALEMB.

           MOVE "00" TO ERRO
           OPEN INPUT CADLEMB
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LELEMB UNTIL FIMLISTA = "S"
               CLOSE CADLEMB
           END-IF
           MOVE "00" TO ERRO.

       LELEMB.

           READ CADLEMB NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               MOVE LEMB-CPF TO CPFANOTA
               MOVE LEMB-DATA TO DATAANOTA
               IF LEMB-DATARET > DATAANOTA
                   MOVE LEMB-DATARET TO DATAANOTA
               END-IF
               PERFORM ANOTA
           END-IF.

      *Vendas de balcao de CADBALC (data da venda)
       LEVANTABALC.

           MOVE "00" TO ERRO
           OPEN INPUT CADBALC
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEBALC UNTIL FIMLISTA = "S"
               CLOSE CADBALC
           END-IF
           MOVE "00" TO ERRO.

       LEBALC.

           READ CADBALC NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               MOVE BALC-CPF TO CPFANOTA
               MOVE BALC-DATA TO DATAANOTA
               PERFORM ANOTA
           END-IF.

      *Titulos a pagar a consignantes de CADPAGAR (credor pessoa
      *fisica); titulo aberto ou pago em parte retem o credor
       LEVANTAPAGAR.

           MOVE "00" TO ERRO
           OPEN INPUT CADPAGAR
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEPAGAR UNTIL FIMLISTA = "S"
               CLOSE CADPAGAR
           END-IF
           MOVE "00" TO ERRO.

       LEPAGAR.

           READ CADPAGAR NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               IF CPG-TIPOCRED = "C" OR CPG-TIPOCRED = "O"
                   IF CPG-CREDOR < 100000000000
                       MOVE CPG-CREDOR TO CPFANOTA
                       MOVE CPG-EMISSAO TO DATAANOTA
                       IF CPG-DATAULTPG > DATAANOTA
                           MOVE CPG-DATAULTPG TO DATAANOTA
                       END-IF
                       IF CPG-SITUACAO = "A" OR CPG-SITUACAO = "P"
                           MOVE "A" TO BLOQANOTA
                       END-IF
                       PERFORM ANOTA
                   END-IF
               END-IF
           END-IF.

      *Apolices de seguro auto de CADAPOL (fim da vigencia); apolice
      *ativa ainda vigente retem o segurado
       LEVANTAAPOL.

           MOVE "00" TO ERRO
           OPEN INPUT CADAPOL
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEAPOL UNTIL FIMLISTA = "S"
               CLOSE CADAPOL
           END-IF
           MOVE "00" TO ERRO.

       LEAPOL.

           READ CADAPOL NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               MOVE APOL-CPF TO CPFANOTA
               MOVE APOL-DATAFIM TO DATAANOTA
               IF APOL-SITUACAO = "C"
                   MOVE APOL-DATAINI TO DATAANOTA
               END-IF
               IF APOL-SITUACAO = "A" AND APOL-DATAFIM NOT < DATAHOJE
                   MOVE "V" TO BLOQANOTA
               END-IF
               PERFORM ANOTA
           END-IF.

      *Segunda passada: percorre CADPROPR e decide cada cliente
       ANONIMIZACLIENTES.

           MOVE "00" TO ERRO
           IF SIMULACAO = "S"
               OPEN INPUT CADPROPR
           ELSE
               OPEN I-O CADPROPR
           END-IF
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROPR"
           ELSE
               MOVE "N" TO FIMLISTA
               PERFORM LECLIENTE UNTIL FIMLISTA = "S"
               CLOSE CADPROPR
           END-IF
           MOVE "00" TO ERRO.

      *Le o proximo cliente e o submete a decisao
       LECLIENTE.

           READ CADPROPR NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               ADD 1 TO QTLIDOS
               PERFORM DECIDECLIENTE THRU DECIDECLIENTE-FIM
           END-IF.

      *Decide o cliente corrente: pessoa juridica (fora da LGPD) e
      *cadastro ja anonimizado passam direto; depois conta o prazo de
      *guarda desde o ultimo movimento e confere as obrigacoes
       DECIDECLIENTE.

           IF TIPOPESSOA = "J"
               ADD 1 TO QTPJ
               GO TO DECIDECLIENTE-FIM
           END-IF
           IF NOME = "ANONIMIZADO"
               ADD 1 TO QTJAANON
               GO TO DECIDECLIENTE-FIM
           END-IF

           MOVE ZEROS TO ULTDATA
           MOVE CPF TO TRB-CPF
           READ LGPDTRAB
               INVALID KEY
                   MOVE SPACES TO TRB-BLOQUEIO
               NOT INVALID KEY
                   MOVE TRB-ULTDATA TO ULTDATA
           END-READ
           MOVE "00" TO ERROTRB

           MOVE "C" TO LGPD-TIPO
           MOVE CPF TO LGPD-CODIGO
           PERFORM LECONSENTIMENTO
           IF TEMCONS = "S"
               IF LGPD-DATA > ULTDATA
                   MOVE LGPD-DATA TO ULTDATA
               END-IF
               IF LGPD-DATAREF > ULTDATA
                   MOVE LGPD-DATAREF TO ULTDATA
               END-IF
           END-IF

      *    cliente sem movimento nenhum: o prazo comeca a contar da
      *    primeira rodada que o encontra
           IF ULTDATA = ZEROS
               ADD 1 TO QTINICIO
               IF SIMULACAO = "N"
                   PERFORM MARCAINICIO
               END-IF
               GO TO DECIDECLIENTE-FIM
           END-IF

           IF ULTDATA NOT < DATACORTE
               ADD 1 TO QTNOPRAZO
               GO TO DECIDECLIENTE-FIM
           END-IF

           IF TRB-BLOQUEIO NOT = SPACES
               PERFORM DESCREVEBLOQUEIO
               STRING CPF "  RETIDO: " MOTIVO "  " ULTDATA
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTRETIDOS
               GO TO DECIDECLIENTE-FIM
           END-IF

           IF SIMULACAO = "S"
               STRING CPF "  SERIA ANONIMIZADO          " ULTDATA
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTANONIM
               GO TO DECIDECLIENTE-FIM
           END-IF

           MOVE CPF TO CPFLOCK
           PERFORM BLOQUEIA
           IF LOCKOBTIDO = "N"
               STRING CPF "  EM USO EM OUTRO TERMINAL   " ULTDATA
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTEMUSO
               GO TO DECIDECLIENTE-FIM
           END-IF

           PERFORM LIMPACLIENTE
           PERFORM DESBLOQUEIA
           STRING CPF "  ANONIMIZADO                " ULTDATA
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           ADD 1 TO QTANONIM.

       DECIDECLIENTE-FIM.
           EXIT.

      *Le o registro de consentimento da chave LGPD-CHAVE, se o
      *arquivo existir
       LECONSENTIMENTO.

           MOVE "N" TO TEMCONS
           IF ABRIULGPD = "S"
               READ CADLGPD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO TEMCONS
               END-READ
           END-IF
           MOVE "00" TO ERROLGP.

      *Marca em CADLGPD a data em que o cliente sem movimento foi
      *encontrado, de onde passa a contar o prazo de guarda
       MARCAINICIO.

           IF TEMCONS = "S"
               MOVE DATAHOJE TO LGPD-DATAREF
               REWRITE REGLGPD
           ELSE
               MOVE "C" TO LGPD-TIPO
               MOVE CPF TO LGPD-CODIGO
               MOVE SPACES TO LGPD-MARKETING LGPD-CANAL
               MOVE ZEROS TO LGPD-DATA LGPD-DATAANON
               ACCEPT LGPD-OPERADOR FROM ENVIRONMENT "USER"
               MOVE DATAHOJE TO LGPD-DATAREF
               WRITE REGLGPD
           END-IF
           MOVE "00" TO ERROLGP.

      *Traduz a obrigacao em aberto do cliente corrente
       DESCREVEBLOQUEIO.

           IF TRB-BLOQUEIO = "P"
               MOVE "PARCELA EM ABERTO" TO MOTIVO
           ELSE IF TRB-BLOQUEIO = "G"
               MOVE "GARANTIA VIGENTE" TO MOTIVO
           ELSE IF TRB-BLOQUEIO = "C"
               MOVE "CONSIGNACAO EM ABERTO" TO MOTIVO
           ELSE IF TRB-BLOQUEIO = "R"
               MOVE "RECALL PENDENTE" TO MOTIVO
           ELSE IF TRB-BLOQUEIO = "N"
               MOVE "NEGATIVACAO EM CURSO" TO MOTIVO
           ELSE IF TRB-BLOQUEIO = "S"
               MOVE "SINAL EM ABERTO" TO MOTIVO
           ELSE IF TRB-BLOQUEIO = "V"
               MOVE "SEGURO AUTO VIGENTE" TO MOTIVO
           ELSE
               MOVE "TITULO A PAGAR EM ABERTO" TO MOTIVO.

      *Apaga os dados pessoais do cliente corrente (o CPF, o tipo de
      *pessoa e os dados de empresa ficam), fecha o consentimento de
      *marketing e registra no LOGTRANS
       LIMPACLIENTE.

           MOVE "ANONIMIZADO" TO NOME
           MOVE SPACES TO EMAIL COMPLEMENTO NUMEROEND
           MOVE ZEROS TO TELEFONE DATANASC CEPPROPR
           REWRITE REGPROPR
           MOVE "00" TO ERRO

           MOVE "C" TO LGPD-TIPO
           MOVE CPF TO LGPD-CODIGO
           PERFORM FECHACONSENTIMENTO

           MOVE "ANONIM" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVE
           MOVE "C" TO LOG-CHAVE(1:1)
           MOVE CPF TO LOG-CHAVE(2:11)
           PERFORM GRAVALOG.

      *Grava em CADLGPD (chave em LGPD-CHAVE, lido por
      *LECONSENTIMENTO) a data da anonimizacao e a recusa de
      *marketing
       FECHACONSENTIMENTO.

           MOVE "N" TO LGPD-MARKETING
           MOVE DATAHOJE TO LGPD-DATAANON
           IF TEMCONS = "S"
               REWRITE REGLGPD
           ELSE
               MOVE SPACES TO LGPD-CANAL
               MOVE ZEROS TO LGPD-DATA LGPD-DATAREF
               ACCEPT LGPD-OPERADOR FROM ENVIRONMENT "USER"
               WRITE REGLGPD
           END-IF
           MOVE "00" TO ERROLGP.

      *Terceira passada: leads ja encerrados, cadastrados antes do
      *corte e sem consentimento renovado depois dele
       ANONIMIZALEADS.

           MOVE "00" TO ERRO
           IF SIMULACAO = "S"
               OPEN INPUT CADLEAD
           ELSE
               OPEN I-O CADLEAD
           END-IF
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LELEAD UNTIL FIMLISTA = "S"
               CLOSE CADLEAD
           END-IF
           MOVE "00" TO ERRO.

      *Le o proximo lead e anonimiza se estiver vencido
       LELEAD.

           READ CADLEAD NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               IF LEAD-SITUACAO NOT = "A"
                   AND LEAD-DATA < DATACORTE
                   AND LEAD-NOME NOT = "ANONIMIZADO"
                   MOVE "L" TO LGPD-TIPO
                   MOVE LEAD-NUMERO TO LGPD-CODIGO
                   PERFORM LECONSENTIMENTO
                   IF TEMCONS = "N" OR LGPD-DATA < DATACORTE
                       PERFORM LIMPALEAD
                   END-IF
               END-IF
           END-IF.

      *Apaga nome e telefone do lead corrente
       LIMPALEAD.

           IF SIMULACAO = "S"
               STRING "LEAD " LEAD-NUMERO "  SERIA ANONIMIZADO   "
                   LEAD-DATA DELIMITED BY SIZE INTO LINHAREL
           ELSE
               MOVE "ANONIMIZADO" TO LEAD-NOME
               MOVE ZEROS TO LEAD-DDD LEAD-FONE
               REWRITE REGLEAD
               MOVE "00" TO ERRO
               MOVE "L" TO LGPD-TIPO
               MOVE LEAD-NUMERO TO LGPD-CODIGO
               PERFORM FECHACONSENTIMENTO
               MOVE "ANONIM" TO LOG-OPERACAO
               MOVE SPACES TO LOG-CHAVE
               MOVE "L" TO LOG-CHAVE(1:1)
               MOVE LEAD-NUMERO TO LOG-CHAVE(2:6)
               PERFORM GRAVALOG
               STRING "LEAD " LEAD-NUMERO "  ANONIMIZADO         "
                   LEAD-DATA DELIMITED BY SIZE INTO LINHAREL
           END-IF
           PERFORM GRAVAREL
           ADD 1 TO QTLEADS.

      *Quarta passada: nome e telefone de quem so passou pela loja -
      *agenda de test-drive, fila da vez, agenda da oficina e
      *casamentos de leads - anteriores ao corte
       ANONIMIZACONTATOS.

           MOVE "00" TO ERRO
           IF SIMULACAO = "S"
               OPEN INPUT AGENDA
           ELSE
               OPEN I-O AGENDA
           END-IF
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEAGENDA UNTIL FIMLISTA = "S"
               CLOSE AGENDA
           END-IF

           MOVE "00" TO ERRO
           IF SIMULACAO = "S"
               OPEN INPUT CADATEN
           ELSE
               OPEN I-O CADATEN
           END-IF
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEATEN UNTIL FIMLISTA = "S"
               CLOSE CADATEN
           END-IF

           MOVE "00" TO ERRO
           IF SIMULACAO = "S"
               OPEN INPUT CADAGOF
           ELSE
               OPEN I-O CADAGOF
           END-IF
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEAGOF UNTIL FIMLISTA = "S"
               CLOSE CADAGOF
           END-IF
           MOVE "00" TO ERRO

           PERFORM LIMPALIGA.

      *Reserva de test-drive anterior ao corte
       LEAGENDA.

           READ AGENDA NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               IF AGE-DATA < DATACORTE
                   AND AGE-NOME NOT = "ANONIMIZADO"
                   ADD 1 TO QTAGENDA
                   IF SIMULACAO = "N"
                       MOVE "ANONIMIZADO" TO AGE-NOME
                       MOVE ZEROS TO AGE-DDD AGE-FONE
                       REWRITE REGAGE
                   END-IF
               END-IF
           END-IF.

      *Atendimento da fila da vez anterior ao corte
       LEATEN.

           READ CADATEN NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               IF ATEN-DATA < DATACORTE
                   AND ATEN-NOME NOT = "ANONIMIZADO"
                   ADD 1 TO QTATEN
                   IF SIMULACAO = "N"
                       MOVE "ANONIMIZADO" TO ATEN-NOME
                       MOVE ZEROS TO ATEN-DDD ATEN-FONE
                       REWRITE REGATEN
                   END-IF
               END-IF
           END-IF.

      *Agendamento da oficina anterior ao corte
       LEAGOF.

           READ CADAGOF NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               IF AGO-DATA < DATACORTE
                   AND AGO-NOME NOT = "ANONIMIZADO"
                   ADD 1 TO QTAGOF
                   IF SIMULACAO = "N"
                       MOVE "ANONIMIZADO" TO AGO-NOME
                       MOVE ZEROS TO AGO-DDD AGO-FONE
                       REWRITE REGAGOF
                   END-IF
               END-IF
           END-IF.

      *Casamentos de LIGALEAD anteriores ao corte; o arquivo e
      *sequencial, entao e copiado para ANOTRAB.TMP ja limpo e depois
      *recopiado por cima
       LIMPALIGA.

           MOVE "00" TO ERRO
           OPEN INPUT LIGALEAD
           IF ERRO = "00"
               MOVE "00" TO ERROCOP
               OPEN OUTPUT ANOTRAB
               MOVE "N" TO FIMLISTA
               PERFORM COPIALIGA UNTIL FIMLISTA = "S"
               CLOSE LIGALEAD
               CLOSE ANOTRAB
               MOVE "00" TO ERRO

               IF SIMULACAO = "N" AND QTLIGA > ZEROS
                   OPEN INPUT ANOTRAB
                   OPEN OUTPUT LIGALEAD
                   MOVE "N" TO FIMLISTA
                   PERFORM DEVOLVELIGA UNTIL FIMLISTA = "S"
                   CLOSE ANOTRAB
                   CLOSE LIGALEAD
               END-IF
           END-IF
           MOVE "00" TO ERRO.

      *Copia um casamento para o arquivo de trabalho, limpando o
      *contato se for anterior ao corte
       COPIALIGA.

           READ LIGALEAD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ
           IF FIMLISTA NOT = "S"
               IF LIGA-DATA < DATACORTE
                   AND LIGA-NOME NOT = "ANONIMIZADO"
                   ADD 1 TO QTLIGA
                   MOVE "ANONIMIZADO" TO LIGA-NOME
                   MOVE ZEROS TO LIGA-DDD LIGA-FONE
               END-IF
               MOVE REGLIGA TO REGCOPIA
               WRITE REGCOPIA
           END-IF.

      *Devolve um casamento do arquivo de trabalho para LIGALEAD
       DEVOLVELIGA.

           READ ANOTRAB
               AT END
                   MOVE "S" TO FIMLISTA
               NOT AT END
                   MOVE REGCOPIA TO REGLIGA
                   WRITE REGLIGA
           END-READ.

      *Totais da rodada no fim do relatorio
       RESUMO.

           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "CLIENTES LIDOS EM CADPROPR" TO LD-TEXTO
           MOVE QTLIDOS TO LD-QT
           PERFORM LINHARESUMO
           MOVE "  PESSOA JURIDICA" TO LD-TEXTO
           MOVE QTPJ TO LD-QT
           PERFORM LINHARESUMO
           MOVE "  JA ANONIMIZADOS" TO LD-TEXTO
           MOVE QTJAANON TO LD-QT
           PERFORM LINHARESUMO
           MOVE "  SEM MOVIMENTO (PRAZO COMECA A CONTAR)" TO LD-TEXTO
           MOVE QTINICIO TO LD-QT
           PERFORM LINHARESUMO
           MOVE "  DENTRO DO PRAZO DE GUARDA" TO LD-TEXTO
           MOVE QTNOPRAZO TO LD-QT
           PERFORM LINHARESUMO
           MOVE "  RETIDOS POR OBRIGACAO EM ABERTO" TO LD-TEXTO
           MOVE QTRETIDOS TO LD-QT
           PERFORM LINHARESUMO
           MOVE "  EM USO EM OUTRO TERMINAL" TO LD-TEXTO
           MOVE QTEMUSO TO LD-QT
           PERFORM LINHARESUMO
           IF SIMULACAO = "S"
               MOVE "  SERIAM ANONIMIZADOS" TO LD-TEXTO
           ELSE
               MOVE "  ANONIMIZADOS" TO LD-TEXTO
           END-IF
           MOVE QTANONIM TO LD-QT
           PERFORM LINHARESUMO
           MOVE "LEADS ENCERRADOS ANONIMIZADOS" TO LD-TEXTO
           MOVE QTLEADS TO LD-QT
           PERFORM LINHARESUMO
           MOVE "RESERVAS DE TEST-DRIVE (AGENDA)" TO LD-TEXTO
           MOVE QTAGENDA TO LD-QT
           PERFORM LINHARESUMO
           MOVE "ATENDIMENTOS DA FILA DA VEZ (CADATEN)" TO LD-TEXTO
           MOVE QTATEN TO LD-QT
           PERFORM LINHARESUMO
           MOVE "AGENDAMENTOS DA OFICINA (CADAGOF)" TO LD-TEXTO
           MOVE QTAGOF TO LD-QT
           PERFORM LINHARESUMO
           MOVE "CASAMENTOS DE LEADS (LIGALEAD)" TO LD-TEXTO
           MOVE QTLIGA TO LD-QT
           PERFORM LINHARESUMO.

      *Uma linha do resumo: texto em LD-TEXTO e quantidade em LD-QT
       LINHARESUMO.

           STRING LD-TEXTO " " LD-QT
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL.

      *Tenta reservar a chave "PROPR:"+CPFLOCK no arquivo de travas
      *CADLOCK (a mesma trava do cadastro e da correcao de CPF);
      *status 22 na gravacao significa cliente em uso em outro
      *terminal
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

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
           MOVE "P172ANO" TO LOG-PROGRAMA
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
           MOVE "ANO" TO NOMERELATORIO(1:3)
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
           MOVE "P172ANO" TO SPO-PROGRAMA
           MOVE DATAHORAREL TO SPO-DATAHORA
           MOVE "ANONIMIZACAO LGPD" TO SPO-TITULO
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
           STRING "P172ANO  ANONIMIZACAO LGPD  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172ANO.
