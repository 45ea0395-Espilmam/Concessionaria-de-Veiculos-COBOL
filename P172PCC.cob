      *      de novo depois de um contrato liquidado (P172CSG) tem o
      *      repasse do segundo contrato pago normalmente, sem o
      *      pagamento antigo bloquear o novo.
      * Mod: 15/10/2026 - o repasse pago baixa o titulo do
      *      consignante no contas a pagar (P172TIT), lancado na
      *      liquidacao da consignacao pelo P172904.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
               02 CNPJ PIC 9(14) VALUE ZEROS.
               02 RAZAOSOCIAL PIC X(30) VALUE SPACES.
               02 INSCRESTADUAL PIC X(14) VALUE SPACES.
               02 CEPPROPR PIC 9(8) VALUE ZEROS.
               02 NUMEROEND PIC X(6) VALUE SPACES.

           FD CADCREP
              LABEL  RECORD IS STANDARD
           01 LD-TAXA PIC Z(8),99 VALUE ZEROS.
           01 LD-DONO PIC Z(8),99 VALUE ZEROS.
           01 LD-TOTAL PIC Z(10),99 VALUE ZEROS.
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

               MOVE "PGCONS" TO LOG-OPERACAO
               MOVE CONS-CHASSI TO LOG-CHAVE
               PERFORM GRAVALOG
               PERFORM BAIXATITULO
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO REPASSE"
           END-IF
           MOVE "00" TO ERROREP
           GO TO MENU-PRINCIPAL.

      *Baixa no contas a pagar o titulo da liquidacao paga (mesmo
      *documento lancado pelo P172904: data da liquidacao e numero
      *de serie do chassi)
       BAIXATITULO.

           MOVE "B" TO TIT-OPERACAO
           MOVE ZEROS TO TIT-NUMERO TIT-VALOR
           MOVE "C" TO TIT-TIPOCRED
           MOVE CONS-CPF TO TIT-CREDOR
           MOVE SPACES TO TIT-DOCUMENTO
           STRING CONS-DATALIQ "-" CONS-CHASSI(10:8)
               DELIMITED BY SIZE INTO TIT-DOCUMENTO
           MOVE CREP-DATAPGTO TO TIT-DATAPGTO
           CALL "P172TIT" USING REGTITULO
           DISPLAY "CONTAS A PAGAR: " TIT-MENSAGEM.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
