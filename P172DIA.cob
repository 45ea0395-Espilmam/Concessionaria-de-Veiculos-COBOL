      * Mod: 22/08/2026 - saida em spool paginado (arquivo datado por
      *      execucao, registrado em SPOOLIDX para o gerenciador
      *      P172SPO); o console passa a mostrar so o resumo.
      * Mod: 15/10/2026 - a linha de margem usa o custo total do
      *      veiculo: aquisicao mais recondicionamento das OS
      *      internas (AQUI-CUSTOREC, do P172OSS).
      * Mod: 15/10/2026 - as vendas do dia passam a vir do indice por
      *      venda do resumo mensal (CADRESC, P172RES, passo anterior
      *      da cadeia), lido pela data da venda, com o custo ja
      *      gravado nele, em vez de varrer o CADVEIC inteiro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172DIA.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRESC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSC-CONTRATO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY RSC-DATAVENDA DUPLICATES
               ALTERNATE RECORD KEY RSC-CHASSI DUPLICATES.
           SELECT CADESTOQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHASSI
               FILE STATUS IS ERRO.
           SELECT RELATORIO ASSIGN TO DYNAMIC NOMERELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROREL.
       DATA DIVISION.
       FILE SECTION.

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

           FD CADESTOQ
              LABEL  RECORD IS STANDARD
               02 EST-DATAENTRADA PIC 9(8) VALUE ZEROS.
               02 EST-ORIGEM PIC X(1) VALUE "C".

           FD RELATORIO
              LABEL  RECORD IS STANDARD.
           01 REGREL PIC X(80) VALUE SPACES.
           01 QTPATIORES PIC 9(5) VALUE ZEROS.
           01 LD-PATIO PIC ZZZZ9 VALUE ZEROS.

           01 VRMARGEMTOTAL PIC S9(9)V99 VALUE ZEROS.
           01 LD-MARGEM PIC -Z(8),99 VALUE ZEROS.
      *-----------------------------------------------------------------

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE

           OPEN INPUT CADRESC

           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRESC"
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF

           PERFORM ABRESPOOL

           MOVE DATAHOJE TO RSC-DATAVENDA
           START CADRESC KEY IS EQUAL TO RSC-DATAVENDA
               INVALID KEY
                   MOVE "S" TO FIMARQUIVO
           END-START
           MOVE "00" TO ERRO

           PERFORM PROCESSAVEIC UNTIL FIMARQUIVO = "S"

           CLOSE CADRESC

           MOVE QTDVENDIDO TO LD-QTD
           MOVE VRVENDATOTAL TO LD-VRVENDA

           GO TO SAIR.

      *Le a proxima venda do indice pela data e, enquanto for de
      *hoje, acumula os totais (o cancelamento ja registrado nao
      *conta; o custo e o de CADAQUI gravado pelo P172RES)
       PROCESSAVEIC.

           READ CADRESC NEXT RECORD
               AT END
                   MOVE "S" TO FIMARQUIVO
           END-READ

           IF FIMARQUIVO NOT = "S"
               IF RSC-DATAVENDA NOT = DATAHOJE
                   MOVE "S" TO FIMARQUIVO
               ELSE
                   IF RSC-SITUACAO = "V"
                       ADD 1 TO QTDVENDIDO
                       ADD RSC-VALOR TO VRVENDATOTAL
                       ADD RSC-VRPGTO TO VRPGTOTOTAL
                       ADD RSC-VRCOM TO VRCOMTOTAL
                       COMPUTE VRMARGEMTOTAL = VRMARGEMTOTAL
                           + RSC-VALOR - RSC-ICMS - RSC-IPI
                           - RSC-CUSTO
                   END-IF
               END-IF
           END-IF.

      *Conta a posicao do estoque de patio (CADESTOQ) no fim do dia
       CONTAPATIO.

