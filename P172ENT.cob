      * Mod: 22/08/2026 - apos registrar a entrada, casa o veiculo com
      *    os leads abertos de CADLEAD e grava os casamentos em
      *    LIGALEAD.TXT (relatorio "ligar para" em P172LEA).
      * Mod: 15/10/2026 - chassi conferido pela validacao P172VAL
      *    (digito verificador, letras I/O/Q) e, depois do ano do
      *    modelo, o caracter de ano do chassi contra EST-ANOMODEL.
      * Mod: 15/10/2026 - layout de CADLEAD com o chassi anunciado,
      *      o portal de origem e a filial do lead (P172POR).
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
           SELECT CADMARCA ASSIGN TO DISK
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 VEIC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 VEICULO.
                   03 VEIC-MARCA PIC 9(3) VALUE ZEROES.
                   03 VEIC-MODEL PIC 9(3) VALUE ZEROES.
               02 LEAD-DDD PIC 9(2) VALUE ZEROS.
               02 LEAD-FONE PIC 9(11) VALUE ZEROS.
               02 LEAD-VENDEDOR PIC 9(3) VALUE ZEROS.
               02 LEAD-CHASSI PIC X(17) VALUE SPACES.
               02 LEAD-PORTAL PIC 9(2) VALUE ZEROS.
               02 LEAD-FILIAL PIC 9(2) VALUE ZEROS.

           FD LIGALEAD
              LABEL  RECORD IS STANDARD
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 QTESTOQUE PIC 9(5) VALUE ZEROS.
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

               GO TO CAD-ENTRADA
           END-IF

           MOVE ZEROS TO VAL-ANOMODEL
           PERFORM VALIDACHASSI
           IF VAL-RESULTADO = "N"
               DISPLAY VAL-MENSAGEM
               GO TO CAD-ENTRADA
           END-IF

           PERFORM VERIFICACHASSI
           IF ACHOUCHASSI = "S"
               DISPLAY "CHASSI JA CADASTRADO"
               GO TO CAD-ENTRADA
           END-IF

           MOVE EST-ANOMODEL TO VAL-ANOMODEL
           PERFORM VALIDACHASSI
           IF VAL-RESULTADO = "N"
               DISPLAY VAL-MENSAGEM
               GO TO CAD-ENTRADA
           END-IF

           DISPLAY "CODIGO DA COR: "
           ACCEPT EST-COR
           MOVE EST-COR TO COR-CODIGO
           END-IF
           MOVE "00" TO ERRO.

      *Confere EST-CHASSI (e o ano em VAL-ANOMODEL, se informado)
      *pela validacao comum de documentos P172VAL
       VALIDACHASSI.
           MOVE EST-CHASSI TO VAL-CHASSI
           MOVE SPACES TO VAL-PLACA
           MOVE ZEROS TO VAL-RENAVAM
           CALL "P172VAL" USING REGVALVEIC.

      *Lista os veiculos em estoque
       LISTAR.

