      * Mod: 22/08/2026 - saida em spool paginado (arquivo datado por
      *      execucao, registrado em SPOOLIDX para o gerenciador
      *      P172SPO); o console passa a mostrar so o resumo.
      * Mod: 15/10/2026 - as vendas do periodo passam a vir do indice
      *      por venda do resumo mensal (CADRESC, P172RES), lido uma
      *      vez pela data da venda e acumulado por vendedor, em vez
      *      de varrer o CADVEIC inteiro para cada vendedor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172COM.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-CODIGO
               FILE STATUS IS ERRO.
           SELECT CADRESC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSC-CONTRATO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY RSC-DATAVENDA DUPLICATES
               ALTERNATE RECORD KEY RSC-CHASSI DUPLICATES.
           SELECT RELATORIO ASSIGN TO DYNAMIC NOMERELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROREL.
               02 VEND-NOME PIC X(30) VALUE SPACES.
               02 VEND-CPF PIC 9(11) VALUE ZEROS.

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

           FD RELATORIO
              LABEL  RECORD IS STANDARD.

           01 FILTROFILIAL PIC 9(2) VALUE ZEROS.

      *    vendas do periodo por codigo de vendedor
           01 TABCOM.
               02 TC-ENT OCCURS 999 TIMES.
                   03 TC-QTD PIC 9(5).
                   03 TC-VRCOM PIC 9(8)V99.

           01 LINDETALHE.
               02 LD-CODIGO PIC ZZ9 VALUE ZEROS.
               02 LD-NOME PIC X(30) VALUE SPACES.
               GO TO SAIR
           END-IF

           OPEN INPUT CADRESC
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRESC"
               CLOSE CADVEND
               GO TO SAIR
           END-IF

           MOVE ZEROS TO TABCOM
           MOVE DATAINICIO TO RSC-DATAVENDA
           MOVE "N" TO FIMVEIC
           START CADRESC KEY IS NOT LESS THAN RSC-DATAVENDA
               INVALID KEY
                   MOVE "S" TO FIMVEIC
           END-START
           MOVE "00" TO ERRO
           PERFORM ACUMULAVENDA UNTIL FIMVEIC = "S"
           CLOSE CADRESC

           PERFORM ABRESPOOL

           MOVE "COD  NOME                     QTDVEND  COMISSAO"
           PERFORM GRAVAREL

           CLOSE CADVEND
           CLOSE RELATORIO
           DISPLAY " "
           DISPLAY "TOTAL DE VENDAS NO PERIODO: " QTDGERAL
               PERFORM IMPRIMELINHA
           END-IF.

      *Le a proxima venda do indice pela data e, ate o fim do
      *periodo, acumula no vendedor as vendas da filial pedida
       ACUMULAVENDA.

           READ CADRESC NEXT RECORD
               AT END
                   MOVE "S" TO FIMVEIC
           END-READ

           IF FIMVEIC NOT = "S"
               IF RSC-DATAVENDA > DATAFIM
                   MOVE "S" TO FIMVEIC
               ELSE
                   IF RSC-SITUACAO = "V"
                       AND RSC-VEND > ZEROS
                       AND (FILTROFILIAL = ZEROS
                           OR RSC-FILIAL = FILTROFILIAL)
                       ADD 1 TO TC-QTD (RSC-VEND)
                       ADD RSC-VRCOM TO TC-VRCOM (RSC-VEND)
                   END-IF
               END-IF
           END-IF.

      *Pega na tabela as vendas do vendedor corrente no periodo
       TOTALIZAVENDEDOR.

           IF VEND-CODIGO > ZEROS
               MOVE TC-QTD (VEND-CODIGO) TO QTDVENDAS
               MOVE TC-VRCOM (VEND-CODIGO) TO VRCOMVEND
           END-IF.

      *Imprime a linha de totais do vendedor corrente, se houve
      *alguma venda dele no periodo
