      *    total, e o comparativo de vendas por filial. O P172MET diz
      *    quem bateu a meta; este mostra onde cada um perde o
      *    cliente no caminho. Saida pelo spool (P172SPO).
      * Mod: 15/10/2026 - o total do funil mostra quantos dos leads
      *      vieram dos portais de classificados (P172POR).
      * Mod: 15/10/2026 - as vendas fechadas do periodo passam a vir
      *      do indice por venda do resumo mensal (CADRESC, P172RES),
      *      lido pela data da venda, em vez de varrer o CADVEIC.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-NUMERO
               FILE STATUS IS ERROORC.
           SELECT CADRESC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSC-CONTRATO
               FILE STATUS IS ERROVEI
               ALTERNATE RECORD KEY RSC-DATAVENDA DUPLICATES
               ALTERNATE RECORD KEY RSC-CHASSI DUPLICATES.
           SELECT CADVEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               02 LEAD-DDD PIC 9(2) VALUE ZEROS.
               02 LEAD-FONE PIC 9(11) VALUE ZEROS.
               02 LEAD-VENDEDOR PIC 9(3) VALUE ZEROS.
               02 LEAD-CHASSI PIC X(17) VALUE SPACES.
               02 LEAD-PORTAL PIC 9(2) VALUE ZEROS.
               02 LEAD-FILIAL PIC 9(2) VALUE ZEROS.

           FD AGENDA
              LABEL  RECORD IS STANDARD
               02 ORC-VRPARCELA PIC 9(8)V99 VALUE ZEROS.
               02 ORC-DATACONV PIC 9(8) VALUE ZEROS.

           FD CADRESC
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADRESC.DAT".
           01 REGRESC.
               02 RSC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 RSC-DATAVENDA PIC 9(8) VALUE ZEROS.
               02 RSC-CHASSI PIC X(17) VALUE SPACES.
               02 RSC-FILIAL PIC 9(2) VALUE ZEROS.
               02 RSC-VEND PIC 9(3) VALUE ZEROS.
               02 RSC-MARCA PIC 9(3) VALUE ZEROS.
               02 RSC-MODELO PIC 9(3) VALUE ZEROS.
               02 RSC-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 RSC-VRPGTO PIC 9(8)V99 VALUE ZEROS.
               02 RSC-ICMS PIC 9(8)V99 VALUE ZEROS.
               02 RSC-IPI PIC 9(8)V99 VALUE ZEROS.
               02 RSC-VRCOM PIC 9(8)V99 VALUE ZEROS.
               02 RSC-CUSTO PIC 9(8)V99 VALUE ZEROS.
               02 RSC-TEMCUSTO PIC X(1) VALUE "N".
               02 RSC-SITUACAO PIC X(1) VALUE "V".
               02 RSC-DATACANC PIC 9(8) VALUE ZEROS.
               02 RSC-DATAATU PIC X(14) VALUE SPACES.

           FD CADVEND
              LABEL  RECORD IS STANDARD
           01 ACHOUVEND PIC X(1) VALUE "N".

           01 TOTLEADS PIC 9(6) VALUE ZEROS.
           01 TOTLEADPOR PIC 9(6) VALUE ZEROS.
           01 TOTTD PIC 9(6) VALUE ZEROS.
           01 TOTORC PIC 9(6) VALUE ZEROS.
           01 TOTVENDAS PIC 9(6) VALUE ZEROS.
           END-IF

           MOVE ZEROS TO QTVEND TOTLEADS TOTTD TOTORC TOTVENDAS
           MOVE ZEROS TO TOTLEADPOR
           MOVE 1 TO IXFIL
           PERFORM LIMPAFILIAL UNTIL IXFIL > 99

               " ORC " TOTORC " VENDAS " TOTVENDAS
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           STRING "  LEADS VINDOS DOS PORTAIS DE CLASSIFICADOS: "
               TOTLEADPOR DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           PERFORM CALCULATAXAS-TOTAL
           STRING "TAXAS GERAIS: " LD-TAXA1 "  " LD-TAXA2 "  "
               LD-TAXA3
                   MOVE 1 TO ETAPA
                   PERFORM ACUMULAETAPA
                   ADD 1 TO TOTLEADS
                   IF LEAD-PORTAL > ZEROS
                       ADD 1 TO TOTLEADPOR
                   END-IF
               END-IF
           END-IF.

       CONTAVENDAS.

           MOVE "00" TO ERROVEI
           OPEN INPUT CADRESC
           IF ERROVEI NOT = "00"
               MOVE "00" TO ERROVEI
           ELSE
               MOVE "N" TO FIMLISTA
               MOVE DATAINICIO TO RSC-DATAVENDA
               START CADRESC KEY IS NOT LESS THAN RSC-DATAVENDA
                   INVALID KEY
                       MOVE "S" TO FIMLISTA
               END-START
               PERFORM CONTAUMAVENDA UNTIL FIMLISTA = "S"
               CLOSE CADRESC
               MOVE "00" TO ERROVEI
           END-IF.

      *Le a proxima venda do indice pela data e acumula ate o fim
      *do periodo
       CONTAUMAVENDA.

           READ CADRESC NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF RSC-DATAVENDA > DATAFIM
                   MOVE "S" TO FIMLISTA
               ELSE
                   IF RSC-SITUACAO = "V"
                       MOVE RSC-VEND TO VENDTRAB
                       MOVE 4 TO ETAPA
                       PERFORM ACUMULAETAPA
                       ADD 1 TO TOTVENDAS
                       IF RSC-FILIAL > ZEROS AND RSC-FILIAL <= 99
                           MOVE RSC-FILIAL TO IXFIL
                           ADD 1 TO FIL-VENDAS (IXFIL)
                       END-IF
                   END-IF
               END-IF
           END-IF.
