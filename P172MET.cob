      *    DATAVENDA do mes), com coluna de percentual atingido e
      *    subtotais por FILIAL - o P172COM diz quanto pagar, este
      *    aqui diz quem esta abaixo da meta.
      * Mod: 15/10/2026 - as vendas reais do mes passam a vir do resumo
      *      mensal de vendas (CADRESV, P172RES), lido so no mes
      *      pedido, em vez de varrer o CADVEIC inteiro.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-CODIGO
               FILE STATUS IS ERRO.
           SELECT CADRESV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-CHAVE
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY RES-FILIAL DUPLICATES.
           SELECT LOGTRANS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO.
               02 VEND-NOME PIC X(30) VALUE SPACES.
               02 VEND-CPF PIC 9(11) VALUE ZEROS.

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

           FD LOGTRANS
              LABEL  RECORD IS STANDARD
           END-START
           PERFORM CARREGAMETA UNTIL FIMLISTA = "S"

      *    depois acumula as vendas reais do mes, do resumo mensal
           OPEN INPUT CADRESV
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRESV"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF
           MOVE "N" TO FIMLISTA
           MOVE ZEROS TO RES-CHAVE
           MOVE ANOMESPEDIDO TO RES-ANOMES
           START CADRESV KEY IS NOT LESS THAN RES-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           MOVE "00" TO ERRO
           PERFORM ACUMULAVENDA UNTIL FIMLISTA = "S"
           CLOSE CADRESV

           PERFORM ABRESPOOL

               END-IF
           END-IF.

      *Le a proxima linha do resumo e, enquanto for do mes pedido,
      *acumula as unidades e o valor no vendedor e na filial
       ACUMULAVENDA.

           READ CADRESV NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF RES-ANOMES NOT = ANOMESPEDIDO
                   MOVE "S" TO FIMLISTA
               ELSE
                   IF RES-QTD > ZEROS
                       MOVE RES-VEND TO VENDTRAB
                       PERFORM ACHAVENDEDOR
                       IF ACHOUVEND = "S"
                           ADD RES-QTD TO TV-QTD (IXVEND)
                           ADD RES-VALOR TO TV-VALOR (IXVEND)
                       END-IF
                       IF RES-FILIAL > ZEROS AND RES-FILIAL <= 99
                           MOVE RES-FILIAL TO IXFIL
                           ADD RES-QTD TO FIL-QTD (IXFIL)
                           ADD RES-VALOR TO FIL-VALOR (IXFIL)
                       END-IF
                   END-IF
               END-IF
           END-IF.
