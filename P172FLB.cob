      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Obrigacao de quitacao do floor-plan, chamada com
      *    CALL "P172FLB" USING REGFLOORBX pelo P172904 (venda do
      *    veiculo, BAIXAESTOQUE) e pelo P172TRF (saida do veiculo
      *    para outra filial). Se o chassi tem contrato de floor-plan
      *    ativo em CADFLOOR (P172FLP), o contrato passa a "Q"
      *    (quitacao pendente) com o prazo de quitacao = hoje mais os
      *    dias de quitacao do contrato, e o valor financiado e
      *    lancado como titulo no contas a pagar (P172TIT, origem
      *    FLPL) para o banco, vencendo no prazo. Os juros continuam
      *    correndo ate a quitacao registrada no P172FLP.
      *    FLB-EVENTO "V" = venda, "T" = transferencia. Devolve "S"
      *    em FLB-RESULTADO com o prazo e o valor a quitar, ou "N"
      *    (chassi sem floor-plan ativo) com o motivo em
      *    FLB-MENSAGEM. O arquivo CADFLOOR deve estar fechado no
      *    chamador.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172FLB.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFLOOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLO-CHASSI
               FILE STATUS IS ERRO.
           SELECT LOGTRANS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

           FD CADFLOOR
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADFLOOR.DAT".
           01 REGFLOOR.
               02 FLO-CHASSI PIC X(17) VALUE SPACES.
               02 FLO-BANCO PIC 9(3) VALUE ZEROS.
               02 FLO-CNPJBCO PIC 9(14) VALUE ZEROS.
               02 FLO-NOMEBCO PIC X(30) VALUE SPACES.
               02 FLO-CONTRATOBCO PIC X(15) VALUE SPACES.
               02 FLO-VALORFIN PIC 9(8)V99 VALUE ZEROS.
               02 FLO-DATAINICIO PIC 9(8) VALUE ZEROS.
               02 FLO-TAXADIA PIC 9(1)V9(4) VALUE ZEROS.
               02 FLO-CARENCIA PIC 9(3) VALUE ZEROS.
               02 FLO-DIASQUIT PIC 9(3) VALUE ZEROS.
               02 FLO-JUROSACUM PIC 9(8)V99 VALUE ZEROS.
               02 FLO-DATAULTAC PIC 9(8) VALUE ZEROS.
               02 FLO-SITUACAO PIC X(1) VALUE "A".
               02 FLO-EVENTO PIC X(1) VALUE SPACES.
               02 FLO-DATAEVENTO PIC 9(8) VALUE ZEROS.
               02 FLO-PRAZOQUIT PIC 9(8) VALUE ZEROS.
               02 FLO-TITULO PIC 9(6) VALUE ZEROS.
               02 FLO-DATAQUIT PIC 9(8) VALUE ZEROS.

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
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 DIASPRAZO PIC 9(8) VALUE ZEROS.

           01 REGTITULO.
               02 TIT-OPERACAO PIC X(1) VALUE SPACES.
               02 TIT-NUMERO PIC 9(6) VALUE ZEROS.
               02 TIT-ORIGEM PIC X(4) VALUE SPACES.
               02 TIT-TIPOCRED PIC X(1) VALUE SPACES.
               02 TIT-CREDOR PIC 9(14) VALUE ZEROS.
               02 TIT-NOMECRED PIC X(30) VALUE SPACES.
               02 TIT-DOCUMENTO PIC X(20) VALUE SPACES.
               02 TIT-REFERENCIA PIC X(20) VALUE SPACES.
               02 TIT-EMISSAO PIC 9(8) VALUE ZEROS.
               02 TIT-VENCIMENTO PIC 9(8) VALUE ZEROS.
               02 TIT-VALOR PIC 9(10)V99 VALUE ZEROS.
               02 TIT-ACUMULA PIC X(1) VALUE "N".
               02 TIT-DATAPGTO PIC 9(8) VALUE ZEROS.
               02 TIT-SALDO PIC 9(10)V99 VALUE ZEROS.
               02 TIT-RESULTADO PIC X(1) VALUE "S".
               02 TIT-MENSAGEM PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
           01 REGFLOORBX.
               02 FLB-CHASSI PIC X(17).
               02 FLB-EVENTO PIC X(1).
               02 FLB-RESULTADO PIC X(1).
               02 FLB-PRAZO PIC 9(8).
               02 FLB-VALOR PIC 9(8)V99.
               02 FLB-MENSAGEM PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING REGFLOORBX.

      *Le o contrato de floor-plan do chassi; so segue se estiver
      *ativo (ainda nao vendido nem transferido)
       INICIO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE
           MOVE "N" TO FLB-RESULTADO
           MOVE ZEROS TO FLB-PRAZO FLB-VALOR
           MOVE SPACES TO FLB-MENSAGEM

           MOVE "00" TO ERRO
           OPEN I-O CADFLOOR
           IF ERRO NOT = "00"
               MOVE "CHASSI SEM FLOOR-PLAN" TO FLB-MENSAGEM
               MOVE "00" TO ERRO
               GO TO FIM
           END-IF

           MOVE FLB-CHASSI TO FLO-CHASSI
           READ CADFLOOR
               INVALID KEY
                   MOVE "CHASSI SEM FLOOR-PLAN" TO FLB-MENSAGEM
           END-READ
           IF ERRO NOT = "00"
               GO TO FECHA
           END-IF
           IF FLO-SITUACAO NOT = "A"
               MOVE FLO-PRAZOQUIT TO FLB-PRAZO
               MOVE FLO-VALORFIN TO FLB-VALOR
               MOVE "FLOOR-PLAN JA EM QUITACAO OU QUITADO"
                   TO FLB-MENSAGEM
               GO TO FECHA
           END-IF

           COMPUTE DIASPRAZO =
               FUNCTION INTEGER-OF-DATE (DATAHOJE) + FLO-DIASQUIT
           COMPUTE FLO-PRAZOQUIT =
               FUNCTION DATE-OF-INTEGER (DIASPRAZO)
           MOVE "Q" TO FLO-SITUACAO
           MOVE FLB-EVENTO TO FLO-EVENTO
           MOVE DATAHOJE TO FLO-DATAEVENTO

           PERFORM LANCATITULO

           REWRITE REGFLOOR
           MOVE "00" TO ERRO
           MOVE "S" TO FLB-RESULTADO
           MOVE FLO-PRAZOQUIT TO FLB-PRAZO
           MOVE FLO-VALORFIN TO FLB-VALOR
           MOVE "QUITAR O FLOOR-PLAN NO BANCO ATE O PRAZO"
               TO FLB-MENSAGEM
           MOVE "OBRFLP" TO LOG-OPERACAO
           MOVE FLO-CHASSI TO LOG-CHAVE
           PERFORM GRAVALOG.

      *Fecha o cadastro de floor-plan e devolve o resultado
       FECHA.

           CLOSE CADFLOOR
           MOVE "00" TO ERRO
           GO TO FIM.

      *Lanca o valor financiado como titulo do banco no contas a
      *pagar, vencendo no prazo de quitacao (documento FP + chassi)
       LANCATITULO.

           MOVE "I" TO TIT-OPERACAO
           MOVE ZEROS TO TIT-NUMERO
           MOVE "FLPL" TO TIT-ORIGEM
           MOVE "O" TO TIT-TIPOCRED
           MOVE FLO-CNPJBCO TO TIT-CREDOR
           MOVE FLO-NOMEBCO TO TIT-NOMECRED
           MOVE SPACES TO TIT-DOCUMENTO
           STRING "FP" FLO-CHASSI DELIMITED BY SIZE INTO TIT-DOCUMENTO
           MOVE FLO-CHASSI TO TIT-REFERENCIA
           MOVE DATAHOJE TO TIT-EMISSAO
           MOVE FLO-PRAZOQUIT TO TIT-VENCIMENTO
           MOVE FLO-VALORFIN TO TIT-VALOR
           MOVE "N" TO TIT-ACUMULA
           CALL "P172TIT" USING REGTITULO
           IF TIT-RESULTADO = "S"
               MOVE TIT-NUMERO TO FLO-TITULO
           ELSE
               MOVE ZEROS TO FLO-TITULO
               DISPLAY "CONTAS A PAGAR: " TIT-MENSAGEM
           END-IF.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
           MOVE "P172FLB" TO LOG-PROGRAMA
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

       END PROGRAM P172FLB.
