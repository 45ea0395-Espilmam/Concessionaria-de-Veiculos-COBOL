      *    patio CADESTOQ ou em CADVEIC); reservas sobrepostas do
      *    mesmo veiculo sao rejeitadas. A liberacao automatica das
      *    reservas vencidas e feita pelo batch de fim de dia P172LIB.
      * Mod: 15/10/2026 - o cancelamento nao libera veiculo que tem
      *      sinal de reserva ativo em CADSINL (P172SIN).
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
           SELECT CADVEND ASSIGN TO DISK
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-CODIGO
               FILE STATUS IS ERRO.
           SELECT CADSINL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-RECIBO
               FILE STATUS IS ERROSIN
               ALTERNATE RECORD KEY SIN-CHASSI DUPLICATES.
           SELECT LOGTRANS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO.
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 VEIC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 VEICULO.
                   03 VEIC-MARCA PIC 9(3) VALUE ZEROES.
                   03 VEIC-MODEL PIC 9(3) VALUE ZEROES.
               02 VEND-NOME PIC X(30) VALUE SPACES.
               02 VEND-CPF PIC 9(11) VALUE ZEROS.

           FD CADSINL
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADSINL.DAT".
           01 REGSINL.
               02 SIN-RECIBO PIC 9(8) VALUE ZEROS.
               02 SIN-CHASSI PIC X(17) VALUE SPACES.
               02 SIN-CPF PIC 9(11) VALUE ZEROS.
               02 SIN-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 SIN-DATA PIC 9(8) VALUE ZEROS.
               02 SIN-VALIDADE PIC 9(8) VALUE ZEROS.
               02 SIN-SITUACAO PIC X(1) VALUE "A".
               02 SIN-SESSAO PIC 9(6) VALUE ZEROS.
               02 SIN-OPERADOR PIC X(20) VALUE SPACES.
               02 SIN-CONTRATO PIC 9(8) VALUE ZEROS.
               02 SIN-DATAACERTO PIC 9(8) VALUE ZEROS.
               02 SIN-VRRETIDO PIC 9(8)V99 VALUE ZEROS.
               02 SIN-VRDEVOLVIDO PIC 9(8)V99 VALUE ZEROS.

           FD LOGTRANS
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "LOGTRANS.DAT".
           01 ONDEACHOU PIC X(1) VALUE " ".
           01 CONFLITO PIC X(1) VALUE "N".
           01 TEMOUTRA PIC X(1) VALUE "N".
           01 ERROSIN PIC X(2) VALUE "00".
           01 FIMSINAL PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.

           01 NOVA-CHASSI PIC X(17) VALUE SPACES.

           GO TO MENU-PRINCIPAL.

      *Confere se o veiculo ainda tem alguma outra reserva ativa ou
      *sinal de reserva ativo em CADSINL
       VERIFICAOUTRA.

           MOVE "N" TO TEMOUTRA
           END-START

           PERFORM TESTAOUTRA UNTIL FIMLISTA = "S"
               OR TEMOUTRA = "S"

           IF TEMOUTRA = "N"
               MOVE "00" TO ERROSIN
               OPEN INPUT CADSINL
               IF ERROSIN NOT = "00"
                   MOVE "00" TO ERROSIN
               ELSE
                   MOVE NOVA-CHASSI TO SIN-CHASSI
                   MOVE "N" TO FIMSINAL
                   START CADSINL KEY IS = SIN-CHASSI
                       INVALID KEY
                           MOVE "S" TO FIMSINAL
                   END-START
                   PERFORM TESTASINAL UNTIL FIMSINAL = "S"
                       OR TEMOUTRA = "S"
                   CLOSE CADSINL
               END-IF
           END-IF.

      *Le a proxima reserva do veiculo e testa se segue ativa
       TESTAOUTRA.
               END-IF
           END-IF.

      *Le o proximo sinal do veiculo e testa se segue ativo
       TESTASINAL.

           READ CADSINL NEXT RECORD
               AT END
                   MOVE "S" TO FIMSINAL
           END-READ

           IF FIMSINAL NOT = "S"
               IF SIN-CHASSI NOT = NOVA-CHASSI
                   MOVE "S" TO FIMSINAL
               ELSE
                   IF SIN-SITUACAO = "A"
                       MOVE "S" TO TEMOUTRA
                   END-IF
               END-IF
           END-IF.

      *Muda a situacao do veiculo (NOVOSTATUS) no arquivo em que ele
      *foi achado por BUSCAVEICULO (ONDEACHOU: E=CADESTOQ V=CADVEIC)
       MUDASTATUS.
