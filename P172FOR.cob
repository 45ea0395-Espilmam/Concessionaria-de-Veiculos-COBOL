      * Mod: 22/08/2026 - saida do relatorio em spool paginado (arquivo
      *      datado por execucao, registrado em SPOOLIDX para o
      *      gerenciador P172SPO); o console mantem o resumo.
      * Mod: 15/10/2026 - chassi de aquisicao nova conferido pela
      *      validacao P172VAL (digito verificador, letras I/O/Q).
      * Mod: 15/10/2026 - relatorio de margem com o custo total do
      *      veiculo (aquisicao mais recondicionamento das OS
      *      internas do P172OSS, em AQUI-CUSTOREC); a alteracao da
      *      aquisicao preserva o recondicionamento ja apropriado.
      * Mod: 15/10/2026 - a compra nova pede a nota fiscal e o
      *      vencimento e lanca o titulo do fornecedor no contas a
      *      pagar (P172TIT); nota ja lancada para o fornecedor
      *      recusa a aquisicao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172FOR.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
           SELECT LOGTRANS ASSIGN TO DISK
               02 AQUI-DATA PIC 9(8) VALUE ZEROS.
               02 AQUI-FORNEC PIC 9(3) VALUE ZEROS.
               02 AQUI-CUSTO PIC 9(8)V99 VALUE ZEROS.
               02 AQUI-CUSTOREC PIC 9(8)V99 VALUE ZEROS.

           FD CADVEIC
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 VEIC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 VEICULO.
                   03 VEIC-MARCA PIC 9(3) VALUE ZEROES.
                   03 VEIC-MODEL PIC 9(3) VALUE ZEROES.
           01 LD-VALOR PIC -Z(9),99 VALUE ZEROS.
           01 LD-CUSTO PIC -Z(9),99 VALUE ZEROS.
           01 LD-MARGEM PIC -Z(9),99 VALUE ZEROS.
           01 REGVALVEIC.
               02 VAL-CHASSI PIC X(17) VALUE SPACES.
               02 VAL-ANOMODEL PIC 9(4) VALUE ZEROS.
               02 VAL-PLACA PIC X(7) VALUE SPACES.
               02 VAL-RENAVAM PIC 9(11) VALUE ZEROS.
               02 VAL-RESULTADO PIC X(1) VALUE "S".
               02 VAL-MENSAGEM PIC X(40) VALUE SPACES.
           01 CUSTOANTERIOR PIC 9(8)V99 VALUE ZEROS.
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
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

           END-IF

           READ CADAQUI
      *    registro aberto pela OS interna (so recondicionamento, sem
      *    custo de compra) e completado sem perguntar
           IF ERRO = "00"
               IF AQUI-CUSTO > ZEROS
                   DISPLAY "AQUISICAO JA REGISTRADA. ALTERA ? S/N"
                   ACCEPT OPC
                   IF OPC NOT = "S" AND NOT = "s"
                       GO TO MENU-PRINCIPAL
                   END-IF
               END-IF
               MOVE "S" TO ACHOUAQUI
               MOVE AQUI-CUSTO TO CUSTOANTERIOR
           ELSE
               MOVE "N" TO ACHOUAQUI
               MOVE ZEROS TO AQUI-CUSTOREC CUSTOANTERIOR
           END-IF
           MOVE "00" TO ERRO

           IF ACHOUAQUI = "N"
               MOVE AQUI-CHASSI TO VAL-CHASSI
               MOVE ZEROS TO VAL-ANOMODEL VAL-RENAVAM
               MOVE SPACES TO VAL-PLACA
               CALL "P172VAL" USING REGVALVEIC
               IF VAL-RESULTADO = "N"
                   DISPLAY VAL-MENSAGEM
                   GO TO CAD-AQUISICAO
               END-IF
           END-IF

           DISPLAY "DATA DA COMPRA (AAAAMMDD, 0 = HOJE): "
           ACCEPT AQUI-DATA
           IF AQUI-DATA = ZEROS
               GO TO CAD-AQUISICAO
           END-IF

      *    compra nova vira titulo do fornecedor; na alteracao o
      *    titulo ja lancado fica como esta
           IF CUSTOANTERIOR = ZEROS
               PERFORM LANCATITULO
               IF TIT-RESULTADO = "N"
                   DISPLAY TIT-MENSAGEM
                   DISPLAY "AQUISICAO NAO REGISTRADA"
                   GO TO MENU-PRINCIPAL
               END-IF
           ELSE
               IF AQUI-CUSTO NOT = CUSTOANTERIOR
                   DISPLAY "CUSTO ALTERADO: CONFIRA O TITULO DA"
                       " AQUISICAO NO CONTAS A PAGAR (P172CAP)"
               END-IF
           END-IF

           IF ACHOUAQUI = "S"
               REWRITE REGAQUI
           ELSE

           GO TO MENU-PRINCIPAL.

      *Pede a nota fiscal e o vencimento da compra e lanca o titulo
      *do fornecedor no contas a pagar
       LANCATITULO.

           MOVE SPACES TO TIT-DOCUMENTO
           PERFORM PEDENOTA UNTIL TIT-DOCUMENTO NOT = SPACES
           DISPLAY "VENCIMENTO (AAAAMMDD, 0 = PRAZO PADRAO): "
           ACCEPT TIT-VENCIMENTO

           MOVE "I" TO TIT-OPERACAO
           MOVE ZEROS TO TIT-NUMERO
           MOVE "VEIC" TO TIT-ORIGEM
           MOVE "F" TO TIT-TIPOCRED
           MOVE FORN-CODIGO TO TIT-CREDOR
           MOVE FORN-NOME TO TIT-NOMECRED
           MOVE AQUI-CHASSI TO TIT-REFERENCIA
           MOVE AQUI-DATA TO TIT-EMISSAO
           MOVE AQUI-CUSTO TO TIT-VALOR
           MOVE "N" TO TIT-ACUMULA
           CALL "P172TIT" USING REGTITULO
           IF TIT-RESULTADO = "S"
               DISPLAY TIT-MENSAGEM
           END-IF.

      *Pede a nota fiscal do fornecedor (obrigatoria)
       PEDENOTA.

           DISPLAY "NOTA FISCAL DO FORNECEDOR: "
           ACCEPT TIT-DOCUMENTO.

      *Relatorio de margem dos veiculos vendidos em um periodo
       RELATORIO.

               END-IF
           END-IF.

      *Busca o custo do chassi corrente em CADAQUI (aquisicao mais
      *recondicionamento das OS internas)
       BUSCACUSTO.

           MOVE ZEROS TO CUSTOVEIC
               INVALID KEY
                   ADD 1 TO QTSEMCUSTO
               NOT INVALID KEY
                   COMPUTE CUSTOVEIC = AQUI-CUSTO + AQUI-CUSTOREC
           END-READ
           MOVE "00" TO ERRO.

