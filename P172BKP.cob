           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
           SELECT BKPVEIC ASSIGN TO DISK
               02 CNPJ PIC 9(14) VALUE ZEROS.
               02 RAZAOSOCIAL PIC X(30) VALUE SPACES.
               02 INSCRESTADUAL PIC X(14) VALUE SPACES.
               02 CEPPROPR PIC 9(8) VALUE ZEROS.
               02 NUMEROEND PIC X(6) VALUE SPACES.

           FD BKPPROPR
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "BKPPROPR.TXT".
           01 REGBKPPROPR PIC X(183) VALUE SPACES.

           FD CADVEIC
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 VEIC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 VEICULO.
                   03 VEIC-MARCA PIC 9(3) VALUE ZEROES.
                   03 VEIC-MODEL PIC 9(3) VALUE ZEROES.
           FD BKPVEIC
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "BKPVEIC.TXT".
           01 REGBKPVEIC PIC X(120) VALUE SPACES.

           FD CADCEP
              LABEL  RECORD IS STANDARD
