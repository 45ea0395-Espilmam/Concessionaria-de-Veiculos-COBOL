      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Exclusao do CPF do bureau de credito quando a divida
      *    e quitada, chamada com CALL "P172NGB" USING REGNEGBX pelo
      *    P172PAG (baixa de parcela), pelo P172REN (renegociacao) e
      *    pelo P172NEG (processamento mensal e conferencia avulsa).
      *    So age sobre CPF em andamento no controle CADNEGA e sem
      *    nenhuma parcela vencida em aberto em CADPARC:
      *     - notificado e ainda nao incluido: a notificacao e
      *       cancelada (situacao "C"), nada vai ao bureau;
      *     - incluido no bureau: grava na hora a linha de exclusao
      *       em BUREAUEXC.TXT, dentro do prazo legal, e o CPF passa
      *       a removido ("R").
      *    NGB-MOTIVO "P" = pago, "R" = renegociado. Devolve em
      *    NGB-RESULTADO "E" (excluido), "C" (cancelado) ou "N" (nada
      *    feito), com o motivo em NGB-MENSAGEM. Os arquivos CADNEGA e
      *    CADPARC devem estar fechados no chamador.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172NGB.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNEGA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEG-CPF
               FILE STATUS IS ERRO.
           SELECT CADPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS ERROPRC.
           SELECT BUREAUEXC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROEXC.
           SELECT LOGTRANS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

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

           FD BUREAUEXC
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "BUREAUEXC.TXT".
           01 REGEXC.
               02 EXC-CPF PIC 9(11) VALUE ZEROS.
               02 EXC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 EXC-DATAINCL PIC 9(8) VALUE ZEROS.
               02 EXC-DATAQUIT PIC 9(8) VALUE ZEROS.
               02 EXC-MOTIVO PIC X(1) VALUE "P".

           FD LOGTRANS
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "LOGTRANS.DAT".
           01 REGLOG.
               02 LOG-OPERADOR PIC X(20) VALUE SPACES.
               02 LOG-PROGRAMA PIC X(8) VALUE SPACES.
               02 LOG-DATAHORA PIC X(14) VALUE SPACES.
               02 LOG-OPERACAO PIC X(6) VALUE SPACES.
               02 LOG-CHAVE PIC X(20) VALUE SPACES.

       WORKING-STORAGE SECTION.

           01 ERRO PIC X(2) VALUE "00".
           01 ERROPRC PIC X(2) VALUE "00".
           01 ERROEXC PIC X(2) VALUE "00".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 AINDADEVE PIC X(1) VALUE "N".

       LINKAGE SECTION.
           01 REGNEGBX.
               02 NGB-CPF PIC 9(11).
               02 NGB-MOTIVO PIC X(1).
               02 NGB-RESULTADO PIC X(1).
               02 NGB-MENSAGEM PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING REGNEGBX.

      *Le o CPF no controle; so segue se estiver notificado ou
      *incluido no bureau
       INICIO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE
           MOVE "N" TO NGB-RESULTADO
           MOVE SPACES TO NGB-MENSAGEM

           MOVE "00" TO ERRO
           OPEN I-O CADNEGA
           IF ERRO NOT = "00"
               MOVE "CPF SEM NEGATIVACAO REGISTRADA" TO NGB-MENSAGEM
               MOVE "00" TO ERRO
               GO TO FIM
           END-IF

           MOVE NGB-CPF TO NEG-CPF
           READ CADNEGA
               INVALID KEY
                   MOVE "CPF SEM NEGATIVACAO REGISTRADA"
                       TO NGB-MENSAGEM
           END-READ
           IF ERRO NOT = "00"
               GO TO FECHA
           END-IF
           IF NEG-SITUACAO NOT = "N" AND NEG-SITUACAO NOT = "I"
               MOVE "CPF SEM NEGATIVACAO EM ANDAMENTO" TO NGB-MENSAGEM
               GO TO FECHA
           END-IF

           PERFORM CONFEREDIVIDA
           IF AINDADEVE = "S"
               MOVE "CPF AINDA TEM PARCELA VENCIDA EM ABERTO"
                   TO NGB-MENSAGEM
               GO TO FECHA
           END-IF

           MOVE DATAHOJE TO NEG-DATAQUIT
           MOVE NGB-MOTIVO TO NEG-MOTIVO
           IF NEG-SITUACAO = "N"
               MOVE "C" TO NEG-SITUACAO
               MOVE "C" TO NGB-RESULTADO
               MOVE "AVISO DE NEGATIVACAO CANCELADO"
                   TO NGB-MENSAGEM
               MOVE "CANNEG" TO LOG-OPERACAO
           ELSE
               PERFORM GRAVAEXCLUSAO
               MOVE "R" TO NEG-SITUACAO
               MOVE DATAHOJE TO NEG-DATAREMOC
               MOVE "E" TO NGB-RESULTADO
               MOVE "CPF EXCLUIDO DO BUREAU (BUREAUEXC.TXT)"
                   TO NGB-MENSAGEM
               MOVE "EXCNEG" TO LOG-OPERACAO
           END-IF
           REWRITE REGNEGA
           MOVE "00" TO ERRO
           MOVE NEG-CPF TO LOG-CHAVE
           PERFORM GRAVALOG.

      *Fecha o controle e devolve o resultado
       FECHA.

           CLOSE CADNEGA
           MOVE "00" TO ERRO
           GO TO FIM.

      *Procura em CADPARC alguma parcela do CPF vencida e nao paga
      *(a parcela renegociada fica "R" e nao conta)
       CONFEREDIVIDA.

           MOVE "N" TO AINDADEVE
           MOVE "00" TO ERROPRC
           OPEN INPUT CADPARC
           IF ERROPRC = "00"
               MOVE "N" TO FIMLISTA
               PERFORM TESTAPARCELA UNTIL FIMLISTA = "S"
               CLOSE CADPARC
           END-IF
           MOVE "00" TO ERROPRC.

      *Le a proxima parcela e confere se e divida vencida do CPF
       TESTAPARCELA.

           READ CADPARC NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF PARC-CPF = NGB-CPF AND PARC-PAGO = "N"
                   AND PARC-VENCIMENTO < DATAHOJE
                   MOVE "S" TO AINDADEVE
                   MOVE "S" TO FIMLISTA
               END-IF
           END-IF.

      *Acrescenta a linha de exclusao do CPF no arquivo do bureau,
      *criando o arquivo se ainda nao existir
       GRAVAEXCLUSAO.

           MOVE "00" TO ERROEXC
           OPEN EXTEND BUREAUEXC
           IF ERROEXC = "30" OR ERROEXC = "35"
               OPEN OUTPUT BUREAUEXC
           END-IF
           MOVE NEG-CPF TO EXC-CPF
           MOVE NEG-CONTRATO TO EXC-CONTRATO
           MOVE NEG-DATAINCL TO EXC-DATAINCL
           MOVE DATAHOJE TO EXC-DATAQUIT
           MOVE NGB-MOTIVO TO EXC-MOTIVO
           WRITE REGEXC
           CLOSE BUREAUEXC
           MOVE "00" TO ERROEXC.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
           MOVE "P172NGB" TO LOG-PROGRAMA
           ACCEPT LOG-OPERADOR FROM ENVIRONMENT "USER"
           MOVE FUNCTION CURRENT-DATE (1:14) TO LOG-DATAHORA
           OPEN EXTEND LOGTRANS
           IF ERRO = "30" OR ERRO = "35"
               OPEN OUTPUT LOGTRANS
               CLOSE LOGTRANS
               OPEN EXTEND LOGTRANS
           END-IF
           WRITE REGLOG
           CLOSE LOGTRANS
           MOVE "00" TO ERRO.

      *Devolve o controle ao chamador
       FIM.

           GOBACK.

       END PROGRAM P172NGB.
