           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES.
           SELECT LOGTRANS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 VEIC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 VEICULO.
                   03 VEIC-MARCA PIC 9(3) VALUE ZEROES.
                   03 VEIC-MODEL PIC 9(3) VALUE ZEROES.
