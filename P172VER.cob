      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      * Mod: 15/10/2026 - parcela confere a venda pelo contrato
      *      (PARC-CONTRATO, chave de CADVEIC); a nota procura a venda
      *      pelo chassi (chave alternativa CHASSI) e confere o CPF do
      *      comprador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172VER.
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
              VALUE OF FILE-ID IS "CADPARC.DAT".
           01 REGPARC.
               02 PARC-CHAVE.
                   03 PARC-CONTRATO PIC 9(8) VALUE ZEROS.
                   03 PARC-NUMERO PIC 9(3) VALUE ZEROS.
               02 PARC-VEICULO.
                   03 PARC-MARCA PIC 9(3) VALUE ZEROS.
                   03 PARC-MODELO PIC 9(3) VALUE ZEROS.
                   03 PARC-CPF PIC 9(11) VALUE ZEROS.
               02 PARC-VENCIMENTO PIC 9(8) VALUE ZEROS.
               02 PARC-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 PARC-PAGO PIC X(1) VALUE "N".
               02 GAR-MESES PIC 9(3) VALUE ZEROS.
               02 GAR-PLANO PIC X(1) VALUE "L".
               02 GAR-DATAFIM PIC 9(8) VALUE ZEROS.
               02 GAR-CONTRATO PIC 9(8) VALUE ZEROS.

           FD ARQREL
              LABEL  RECORD IS STANDARD.
           01 ERROAUX PIC X(2) VALUE "00".
           01 ERROVAR PIC X(2) VALUE "00".
           01 FIMLISTA PIC X(1) VALUE "N".
           01 VENDAACHADA PIC X(1) VALUE "S".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 GRAVALVO PIC X(5) VALUE SPACES.
           01 TEMVEIC PIC X(1) VALUE "N".
           01 ACHOU PIC X(1) VALUE "N".
           01 QTGRAVES PIC 9(5) VALUE ZEROS.
           01 QTAVISOS PIC 9(5) VALUE ZEROS.
           01 REGVEIC-SALVO PIC X(120) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

           END-READ

           IF FIMLISTA NOT = "S"
               MOVE PARC-CONTRATO TO VEIC-CONTRATO
               READ CADVEIC
                   INVALID KEY
                       STRING "GRAVE PARCELA " PARC-CHAVE
           END-READ

           IF FIMLISTA NOT = "S"
               MOVE "S" TO VENDAACHADA
               MOVE NF-CHASSI TO CHASSI
               READ CADVEIC KEY IS CHASSI
                   INVALID KEY
                       MOVE "N" TO VENDAACHADA
                   NOT INVALID KEY
                       IF VEIC-CPF NOT = NF-CPF
                           MOVE "N" TO VENDAACHADA
                       END-IF
               END-READ
               MOVE "00" TO ERRO
               IF VENDAACHADA = "N"
                   STRING "AVISO NF " NF-NUMERO
                       " SEM VENDA (CHASSI " NF-CHASSI ")"
                       DELIMITED BY SIZE INTO LINHAREL
                   PERFORM GRAVAREL
                   ADD 1 TO QTAVISOS
               END-IF
           END-IF.

      *Varre CADGAR procurando garantia sem veiculo (AVISO)
