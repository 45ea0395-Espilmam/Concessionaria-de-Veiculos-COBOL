           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERROVEI
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
           SELECT INVCONT ASSIGN TO DISK
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 VEIC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 VEICULO.
                   03 VEIC-MARCA PIC 9(3) VALUE ZEROES.
                   03 VEIC-MODEL PIC 9(3) VALUE ZEROES.
           01 QTNAOCONTADOS PIC 9(4) VALUE ZEROS.
           01 QTINEXISTENTES PIC 9(4) VALUE ZEROS.
           01 QTFILERRADA PIC 9(4) VALUE ZEROS.
           01 REGVEIC-SALVO PIC X(120) VALUE SPACES.

           01 TABCONTAGEM.
               02 INV-ENT OCCURS 500 TIMES.
