      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      * Mod: 15/10/2026 - arquivamento e desarquivamento passam a
      *      andar pelo numero do contrato (chave de CADVEIC/HISVEIC e
      *      de CADPARC/HISPARC) em vez da chave marca+modelo+CPF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172ARQ.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
           SELECT HISVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISV-CONTRATO
               FILE STATUS IS ERROHIS
               ALTERNATE RECORD KEY HISV-VEICULO DUPLICATES
               ALTERNATE RECORD KEY HISV-ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY HISV-CHASSI.
           SELECT CADPARC ASSIGN TO DISK
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 VEIC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 VEICULO.
                   03 VEIC-MARCA PIC 9(3) VALUE ZEROES.
                   03 VEIC-MODEL PIC 9(3) VALUE ZEROES.
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISVEIC.DAT".
           01 REGHISV.
               02 HISV-CONTRATO PIC 9(8) VALUE ZEROS.
               02 HISV-VEICULO.
                   03 HISV-MARCA PIC 9(3) VALUE ZEROES.
                   03 HISV-MODEL PIC 9(3) VALUE ZEROES.
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
              VALUE OF FILE-ID IS "HISPARC.DAT".
           01 REGHISP.
               02 HISP-CHAVE.
                   03 HISP-CONTRATO PIC 9(8) VALUE ZEROS.
                   03 HISP-NUMERO PIC 9(3) VALUE ZEROS.
               02 HISP-VEICULO.
                   03 HISP-MARCA PIC 9(3) VALUE ZEROS.
                   03 HISP-MODELO PIC 9(3) VALUE ZEROS.
                   03 HISP-CPF PIC 9(11) VALUE ZEROS.
               02 HISP-VENCIMENTO PIC 9(8) VALUE ZEROS.
               02 HISP-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 HISP-PAGO PIC X(1) VALUE "N".
           01 QTCOMABERTO PIC 9(5) VALUE ZEROS.

           01 TABCHAVES.
               02 TC-CHAVE PIC 9(8) OCCURS 200 TIMES.
           01 QTCHAVES PIC 9(3) VALUE ZEROS.
           01 IXCHAVE PIC 9(3) VALUE ZEROS.
           01 CHAVETRAB PIC 9(8) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

               IF VEIC-STATUS = "V" AND DATAVENDA < DATACORTE
                   IF QTCHAVES < 200
                       ADD 1 TO QTCHAVES
                       MOVE VEIC-CONTRATO TO TC-CHAVE (QTCHAVES)
                   END-IF
               END-IF
           END-IF.
               MOVE "00" TO ERRO
           ELSE
               MOVE "N" TO FIMPARC
               MOVE CHAVETRAB TO PARC-CONTRATO
               MOVE ZEROS TO PARC-NUMERO
               START CADPARC KEY IS NOT LESS THAN PARC-CHAVE
                   INVALID KEY
           END-READ

           IF FIMPARC NOT = "S"
               IF PARC-CONTRATO NOT = CHAVETRAB
                   MOVE "S" TO FIMPARC
               ELSE
                   IF PARC-PAGO = "N"
       MOVEVEICULO.

           OPEN I-O CADVEIC
           MOVE CHAVETRAB TO VEIC-CONTRATO
           READ CADVEIC
           IF ERRO NOT = "00"
               CLOSE CADVEIC
               END-IF

               MOVE "N" TO FIMPARC
               MOVE CHAVETRAB TO PARC-CONTRATO
               MOVE ZEROS TO PARC-NUMERO
               START CADPARC KEY IS NOT LESS THAN PARC-CHAVE
                   INVALID KEY
           END-READ

           IF FIMPARC NOT = "S"
               IF PARC-CONTRATO NOT = CHAVETRAB
                   MOVE "S" TO FIMPARC
               ELSE
                   MOVE REGPARC TO REGHISP
               DELETE HISVEIC RECORD
               CLOSE CADVEIC
               CLOSE HISVEIC
               MOVE HISV-CONTRATO TO CHAVETRAB
               PERFORM DEVOLVEPARCELAS THRU DEVOLVEPARCELAS-FIM
               DISPLAY "VEICULO DESARQUIVADO"
               MOVE "DESARQ" TO LOG-OPERACAO
           END-IF

           MOVE "N" TO FIMPARC
           MOVE CHAVETRAB TO HISP-CONTRATO
           MOVE ZEROS TO HISP-NUMERO
           START HISPARC KEY IS NOT LESS THAN HISP-CHAVE
               INVALID KEY
           END-READ

           IF FIMPARC NOT = "S"
               IF HISP-CONTRATO NOT = CHAVETRAB
                   MOVE "S" TO FIMPARC
               ELSE
                   MOVE REGHISP TO REGPARC
