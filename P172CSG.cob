      *    CADESTOQ) com registro de consulta do despachante em
      *    CADGRAV (GRAVAGRAVAME); o desbloqueio para venda vem do
      *    retorno processado em P172GRV.
      * Mod: 15/10/2026 - chassi conferido pela validacao P172VAL
      *    (digito verificador, letras I/O/Q); na entrada no patio o
      *    ano do modelo e pedido de novo enquanto nao bater com o
      *    caracter de ano do chassi (ENTRADAESTOQUE-ANO).
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
               02 CNPJ PIC 9(14) VALUE ZEROS.
               02 RAZAOSOCIAL PIC X(30) VALUE SPACES.
               02 INSCRESTADUAL PIC X(14) VALUE SPACES.
               02 CEPPROPR PIC 9(8) VALUE ZEROS.
               02 NUMEROEND PIC X(6) VALUE SPACES.

           FD CADESTOQ
              LABEL  RECORD IS STANDARD
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 NOMEDONO PIC X(20) VALUE SPACES.
           01 LD-VALOR PIC Z(8),99 VALUE ZEROS.
           01 REGVALVEIC.
               02 VAL-CHASSI PIC X(17) VALUE SPACES.
               02 VAL-ANOMODEL PIC 9(4) VALUE ZEROS.
               02 VAL-PLACA PIC X(7) VALUE SPACES.
               02 VAL-RENAVAM PIC 9(11) VALUE ZEROS.
               02 VAL-RESULTADO PIC X(1) VALUE "S".
               02 VAL-MENSAGEM PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

               GO TO CADASTRAR
           END-IF

           MOVE ZEROS TO VAL-ANOMODEL
           PERFORM VALIDACHASSI
           IF VAL-RESULTADO = "N"
               DISPLAY VAL-MENSAGEM
               GO TO CADASTRAR
           END-IF

           MOVE "N" TO JACONTRATO
           READ CADCONS
           IF ERRO = "00"
           DISPLAY "CODIGO DO MODELO: "
           ACCEPT EST-MODELO
           DISPLAY "ANO DE FABRICACAO: "
           ACCEPT EST-ANOFABRIC.

      *Pede o ano do modelo ate bater com o caracter de ano do chassi
       ENTRADAESTOQUE-ANO.

           DISPLAY "ANO DO MODELO: "
           ACCEPT EST-ANOMODEL
           MOVE EST-ANOMODEL TO VAL-ANOMODEL
           PERFORM VALIDACHASSI
           IF VAL-RESULTADO = "N"
               DISPLAY VAL-MENSAGEM
               GO TO ENTRADAESTOQUE-ANO
           END-IF

           DISPLAY "CODIGO DA COR: "
           ACCEPT EST-COR
           DISPLAY "FILIAL: "
       ENTRADAESTOQUE-FIM.
           EXIT.

      *Confere CONS-CHASSI (e o ano em VAL-ANOMODEL, se informado)
      *pela validacao comum de documentos P172VAL
       VALIDACHASSI.
           MOVE CONS-CHASSI TO VAL-CHASSI
           MOVE SPACES TO VAL-PLACA
           MOVE ZEROS TO VAL-RENAVAM
           CALL "P172VAL" USING REGVALVEIC.

      *Abre o controle de consulta do despachante (CADGRAV) para o
      *consignado: o carro entra bloqueado ("B") e so volta a "D"
      *quando o retorno do despachante (P172GRV) liberar o chassi
