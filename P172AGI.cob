      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      * Mod: 15/10/2026 - custo do veiculo passa a incluir o
      *      recondicionamento das OS internas (AQUI-CUSTOREC, do
      *      P172OSS); veiculo parado na oficina ("O") continua
      *      contando no aging.
      * Mod: 15/10/2026 - carro com contrato de floor-plan (CADFLOOR,
      *      P172FLP) mostra como custo de permanencia os juros reais
      *      apropriados pelo P172FLJ, em vez da estimativa pelo
      *      CUSTOMES; o resumo separa o que e juro real.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172AGI.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQUI-CHASSI
               FILE STATUS IS ERROAUX.
           SELECT CADFLOOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLO-CHASSI
               FILE STATUS IS ERROFLO.
           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               02 AQUI-DATA PIC 9(8) VALUE ZEROS.
               02 AQUI-FORNEC PIC 9(3) VALUE ZEROS.
               02 AQUI-CUSTO PIC 9(8)V99 VALUE ZEROS.
               02 AQUI-CUSTOREC PIC 9(8)V99 VALUE ZEROS.

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

           FD CADPARAM
              LABEL  RECORD IS STANDARD
           01 DIASENTRADA PIC 9(8) VALUE ZEROS.
           01 DIASPARADO PIC S9(5) VALUE ZEROS.
           01 TEMAQUI PIC X(1) VALUE "N".
           01 ERROFLO PIC X(2) VALUE "00".
           01 TEMFLOOR PIC X(1) VALUE "N".
           01 EHFLOOR PIC X(1) VALUE "N".

           01 PCT-CUSTOMES PIC 9(5)V99 VALUE ZEROS.
           01 LIMENCALHE PIC 9(5) VALUE ZEROS.
           01 TOTFAIXA3 PIC 9(10)V99 VALUE ZEROS.
           01 TOTFAIXA4 PIC 9(10)V99 VALUE ZEROS.
           01 TOTPERMAN PIC 9(10)V99 VALUE ZEROS.
           01 TOTJUROSFLP PIC 9(10)V99 VALUE ZEROS.
           01 QTFLOOR PIC 9(5) VALUE ZEROS.

           01 TABFILIAL.
               02 FIL-TOTAL PIC 9(10)V99 VALUE ZEROS
           END-IF
           MOVE "00" TO ERROAUX

           MOVE "00" TO ERROFLO
           OPEN INPUT CADFLOOR
           IF ERROFLO = "00"
               MOVE "S" TO TEMFLOOR
           END-IF
           MOVE "00" TO ERROFLO

           PERFORM ABRESPOOL

           STRING "CUSTO DE PERMANENCIA: " PCT-CUSTOMES
           IF TEMAQUI = "S"
               CLOSE CADAQUI
           END-IF
           IF TEMFLOOR = "S"
               CLOSE CADFLOOR
           END-IF

           PERFORM IMPRIMERESUMO

           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO FIM.

      *Le o proximo veiculo do patio e, se disponivel, reservado ou
      *em recondicionamento na oficina, classifica na faixa de
      *permanencia
       PROCESSAVEICULO.

           READ CADESTOQ NEXT RECORD

           IF FIMLISTA NOT = "S"
               IF EST-STATUS = "D" OR EST-STATUS = "R"
                   OR EST-STATUS = "O"
                   PERFORM CLASSIFICAVEICULO
               END-IF
           END-IF.
           END-IF

           PERFORM BUSCACUSTO
           PERFORM BUSCAFLOOR
           IF EHFLOOR = "S"
               MOVE FLO-JUROSACUM TO CUSTOPERMAN
               ADD 1 TO QTFLOOR
               ADD CUSTOPERMAN TO TOTJUROSFLP
           ELSE
               COMPUTE CUSTOPERMAN ROUNDED =
                   EST-VALOR * PCT-CUSTOMES / 100 * DIASPARADO / 30
           END-IF
           ADD CUSTOPERMAN TO TOTPERMAN

           IF EST-FILIAL > ZEROS AND EST-FILIAL <= 99
           MOVE CUSTOPERMAN TO LD-PERMAN
           STRING "  " LD-VALOR "  " LD-CUSTO "  " LD-PERMAN
               DELIMITED BY SIZE INTO LINHAREL
           IF EHFLOOR = "S"
               MOVE "(JUROS FLOOR-PLAN)" TO LINHAREL(42:18)
           END-IF
           PERFORM GRAVAREL

           IF DIASPARADO > LIMENCALHE
               PERFORM GRAVAREL
           END-IF.

      *Busca o custo do chassi corrente em CADAQUI (aquisicao mais
      *recondicionamento das OS internas)
       BUSCACUSTO.

           MOVE ZEROS TO CUSTOVEIC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE CUSTOVEIC = AQUI-CUSTO + AQUI-CUSTOREC
               END-READ
               MOVE "00" TO ERROAUX
           END-IF.

      *Busca o contrato de floor-plan ainda nao quitado do chassi
      *corrente em CADFLOOR
       BUSCAFLOOR.

           MOVE "N" TO EHFLOOR
           IF TEMFLOOR = "S"
               MOVE EST-CHASSI TO FLO-CHASSI
               READ CADFLOOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FLO-SITUACAO NOT = "L"
                           MOVE "S" TO EHFLOOR
                       END-IF
               END-READ
               MOVE "00" TO ERROFLO
           END-IF.

      *Imprime o resumo por faixa e por filial
       IMPRIMERESUMO.

           STRING "CUSTO DE PERMANENCIA ACUMULADO: " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE TOTJUROSFLP TO LD-TOTAL
           STRING "  JUROS REAIS DE FLOOR-PLAN (" QTFLOOR
               " VEICULOS): " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL

           PERFORM GRAVAREL
           MOVE "VALOR PEDIDO POR FILIAL" TO LINHAREL
