      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      * Mod: 15/10/2026 - placa (formato antigo ou Mercosul) e digito
      *      do Renavam conferidos pela validacao P172VAL; o Renavam
      *      pode ficar zerado enquanto a ficha estiver incompleta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172DOC.
           01 ACHOUDOCU PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 QTINCOMPLETAS PIC 9(5) VALUE ZEROS.
           01 REGVALVEIC.
               02 VAL-CHASSI PIC X(17) VALUE SPACES.
               02 VAL-ANOMODEL PIC 9(4) VALUE ZEROS.
               02 VAL-PLACA PIC X(7) VALUE SPACES.
               02 VAL-RENAVAM PIC 9(11) VALUE ZEROS.
               02 VAL-RESULTADO PIC X(1) VALUE "S".
               02 VAL-MENSAGEM PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

           END-IF
           DISPLAY "RENAVAM (SO NUMEROS): "
           ACCEPT DOCU-RENAVAM

           MOVE SPACES TO VAL-CHASSI
           MOVE ZEROS TO VAL-ANOMODEL
           MOVE DOCU-PLACA TO VAL-PLACA
           MOVE DOCU-RENAVAM TO VAL-RENAVAM
           CALL "P172VAL" USING REGVALVEIC
           IF VAL-RESULTADO = "N"
               DISPLAY VAL-MENSAGEM
               GO TO PREENCHER
           END-IF

           DISPLAY "QUILOMETRAGEM: "
           ACCEPT DOCU-KM
           DISPLAY "CRLV ENTREGUE ? S/N"
