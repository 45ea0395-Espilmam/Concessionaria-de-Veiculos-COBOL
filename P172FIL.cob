      * Mod: 22/08/2026 - saida em spool paginado (arquivo datado por
      *      execucao, registrado em SPOOLIDX para o gerenciador
      *      P172SPO); o console passa a mostrar so o resumo.
      * Mod: 15/10/2026 - os totais da filial passam a vir do resumo
      *      mensal de vendas (CADRESV, P172RES), lido pela filial,
      *      em vez de varrer o CADVEIC inteiro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172FIL.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRESV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-CHAVE
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY RES-FILIAL DUPLICATES.
           SELECT RELATORIO ASSIGN TO DYNAMIC NOMERELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROREL.
       DATA DIVISION.
       FILE SECTION.

           FD CADRESV
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADRESV.DAT".
           01 REGRESV.
               02 RES-CHAVE.
                   03 RES-ANOMES PIC 9(6) VALUE ZEROS.
                   03 RES-FILIAL PIC 9(2) VALUE ZEROS.
                   03 RES-VEND PIC 9(3) VALUE ZEROS.
                   03 RES-MARCA PIC 9(3) VALUE ZEROS.
                   03 RES-MODELO PIC 9(3) VALUE ZEROS.
               02 RES-QTD PIC 9(5) VALUE ZEROS.
               02 RES-VALOR PIC 9(10)V99 VALUE ZEROS.
               02 RES-VRPGTO PIC 9(10)V99 VALUE ZEROS.
               02 RES-ICMS PIC 9(10)V99 VALUE ZEROS.
               02 RES-IPI PIC 9(10)V99 VALUE ZEROS.
               02 RES-VRCOM PIC 9(10)V99 VALUE ZEROS.
               02 RES-CUSTO PIC 9(10)V99 VALUE ZEROS.
               02 RES-QTCANC PIC 9(5) VALUE ZEROS.
               02 RES-VRCANC PIC 9(10)V99 VALUE ZEROS.
               02 RES-DATAATU PIC X(14) VALUE SPACES.

           FD RELATORIO
              LABEL  RECORD IS STANDARD.

           01 FILIALPEDIDA PIC 9(2) VALUE ZEROS.
           01 QTDVENDIDO PIC 9(5) VALUE ZEROS.
           01 VRVENDATOTAL PIC 9(10)V99 VALUE ZEROS.
           01 VRPGTOTOTAL PIC 9(10)V99 VALUE ZEROS.
           01 VRCOMTOTAL PIC 9(10)V99 VALUE ZEROS.

           01 LD-QTD PIC ZZZZ9 VALUE ZEROS.
           01 LD-VRVENDA PIC Z(8),99 VALUE ZEROS.
           01 LD-VRPGTO PIC Z(8),99 VALUE ZEROS.
           01 LD-VRCOM PIC Z(8),99 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

           DISPLAY "DIGITE O CODIGO DA FILIAL: "
           ACCEPT FILIALPEDIDA

           OPEN INPUT CADRESV

           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRESV"
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF

           PERFORM ABRESPOOL

           MOVE FILIALPEDIDA TO RES-FILIAL
           START CADRESV KEY IS EQUAL TO RES-FILIAL
               INVALID KEY
                   MOVE "S" TO FIMARQUIVO
           END-START
           MOVE "00" TO ERRO

           PERFORM PROCESSAVEIC UNTIL FIMARQUIVO = "S"

           CLOSE CADRESV

           MOVE QTDVENDIDO TO LD-QTD
           MOVE VRVENDATOTAL TO LD-VRVENDA

           GO TO SAIR.

      *Le a proxima linha do resumo pela filial e, enquanto for da
      *filial pedida, acumula os totais de todos os meses
       PROCESSAVEIC.

           READ CADRESV NEXT RECORD
               AT END
                   MOVE "S" TO FIMARQUIVO
           END-READ

           IF FIMARQUIVO NOT = "S"
               IF RES-FILIAL NOT = FILIALPEDIDA
                   MOVE "S" TO FIMARQUIVO
               ELSE
                   ADD RES-QTD TO QTDVENDIDO
                   ADD RES-VALOR TO VRVENDATOTAL
                   ADD RES-VRPGTO TO VRPGTOTOTAL
                   ADD RES-VRCOM TO VRCOMTOTAL
               END-IF
           END-IF.

