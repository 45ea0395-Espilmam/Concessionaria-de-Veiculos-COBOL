      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      * Mod: 15/10/2026 - registro de CADAQUI com o custo de
      *      recondicionamento (AQUI-CUSTOREC); a sugestao continua
      *      com o custo de compra do fornecedor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172SUG.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERROVEI
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
           SELECT CADAQUI ASSIGN TO DISK
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 VEIC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 VEICULO.
                   03 VEIC-MARCA PIC 9(3) VALUE ZEROES.
                   03 VEIC-MODEL PIC 9(3) VALUE ZEROES.
               02 AQUI-DATA PIC 9(8) VALUE ZEROS.
               02 AQUI-FORNEC PIC 9(3) VALUE ZEROS.
               02 AQUI-CUSTO PIC 9(8)V99 VALUE ZEROS.
               02 AQUI-CUSTOREC PIC 9(8)V99 VALUE ZEROS.

           FD CADFORN
              LABEL  RECORD IS STANDARD
           01 MARCATRAB PIC 9(3) VALUE ZEROS.
           01 MODELOTRAB PIC 9(3) VALUE ZEROS.
           01 ACHOUMODELO PIC X(1) VALUE "N".
           01 REGVEIC-SALVO PIC X(120) VALUE SPACES.

           01 LD-CUSTO PIC Z(8),99 VALUE ZEROS.
      *-----------------------------------------------------------------
