      *    hora atual) e devolve o veiculo para a situacao "D" em
      *    CADESTOQ/CADVEIC quando nao sobra nenhuma outra reserva
      *    ativa para ele - os carros nao ficam mais semanas presos
      *    em "R" por esquecimento. Vence tambem os sinais de reserva
      *    (CADSINL, de P172SIN) ativos com validade anterior a hoje,
      *    liberando o veiculo pela mesma regra, e lista os sinais
      *    vencidos que ainda esperam acerto com o cliente.
      * Mod: 22/08/2026 - o chassi e anotado ANTES de encerrar a
      *      reserva: com a tabela de 200 chassis cheia a reserva
      *      fica "A" para a proxima rodada (aviso "RODE DE NOVO"),
      *      em vez de virar "E" com o veiculo preso em "R".
      * Mod: 15/10/2026 - sinal de reserva ativo (CADSINL) segura o
      *      veiculo como uma reserva de agenda (VERIFICASINAL); o
      *      sinal com validade vencida passa a "V" e o chassi e
      *      liberado (VENCESINAL), e a rodada lista os sinais "V"
      *      a acertar em P172SIN (LISTASINAL).
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
           SELECT CADSINL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-RECIBO
               FILE STATUS IS ERROSIN
               ALTERNATE RECORD KEY SIN-CHASSI DUPLICATES.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 VEIC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 VEICULO.
                   03 VEIC-MARCA PIC 9(3) VALUE ZEROES.
                   03 VEIC-MODEL PIC 9(3) VALUE ZEROES.
               02 VLR-IPI PIC 9(8)V99 VALUE ZEROS.
               02 FILIAL PIC 9(2) VALUE ZEROS.

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

       WORKING-STORAGE SECTION.

           01 ERRO PIC X(2) VALUE "00".
           01 HORAAGORA PIC 9(4) VALUE ZEROS.
           01 QTENCERRADAS PIC 9(5) VALUE ZEROS.
           01 QTLIBERADOS PIC 9(5) VALUE ZEROS.
           01 ERROSIN PIC X(2) VALUE "00".
           01 FIMSINAL PIC X(1) VALUE "N".
           01 QTSINVENC PIC 9(5) VALUE ZEROS.
           01 QTSINACERTO PIC 9(5) VALUE ZEROS.
           01 LD-VRSINAL PIC Z(7)9,99 VALUE ZEROS.

           01 TABCHASSI.
               02 TC-CHASSI PIC X(17) OCCURS 200 TIMES.

           OPEN I-O AGENDA
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO AGENDA NAO ENCONTRADO"
               MOVE "00" TO ERRO
           ELSE
               PERFORM ENCERRAVENCIDA UNTIL FIMARQUIVO = "S"
               CLOSE AGENDA
           END-IF

           MOVE "00" TO ERROSIN
           OPEN I-O CADSINL
           IF ERROSIN = "00"
               MOVE "N" TO FIMSINAL
               PERFORM VENCESINAL UNTIL FIMSINAL = "S"
               CLOSE CADSINL
           END-IF
           MOVE "00" TO ERROSIN

           MOVE 1 TO IXCHASSI
           PERFORM LIBERAVEICULO UNTIL IXCHASSI > QTCHASSI
           DISPLAY " "
           DISPLAY "LIBERACAO DE RESERVAS VENCIDAS EM " DATAHOJE
           DISPLAY "RESERVAS ENCERRADAS: " QTENCERRADAS
           DISPLAY "SINAIS VENCIDOS:     " QTSINVENC
           DISPLAY "VEICULOS LIBERADOS:  " QTLIBERADOS
           IF TABCHEIA = "S"
               DISPLAY "LIMITE DE 200 POR RODADA, RODE DE NOVO"
           END-IF

           MOVE "00" TO ERROSIN
           OPEN INPUT CADSINL
           IF ERROSIN = "00"
               DISPLAY " "
               DISPLAY "SINAIS VENCIDOS A ACERTAR EM P172SIN"
               DISPLAY "RECIBO   CHASSI            CPF         "
                   "VALIDADE        VALOR"
               MOVE "N" TO FIMSINAL
               PERFORM LISTASINAL UNTIL FIMSINAL = "S"
               CLOSE CADSINL
               DISPLAY "SINAIS A ACERTAR:    " QTSINACERTO
           END-IF
           MOVE "00" TO ERROSIN

           GO TO FIM.

      *Le a proxima reserva e, se ativa com janela ja vencida,
                   IF AGE-DATA < DATAHOJE
                       OR (AGE-DATA = DATAHOJE
                           AND AGE-HORAFIM < HORAAGORA)
                       MOVE AGE-CHASSI TO CHASSITRAB
                       PERFORM ANOTACHASSI
                       IF CHANOTADO = "S"
                           MOVE "E" TO AGE-SITUACAO
               END-IF
           END-IF.

      *Le o proximo sinal e, se ativo com a validade vencida, passa
      *a "V" e anota o chassi para a etapa de liberacao; com a tabela
      *cheia o sinal fica "A" para a proxima rodada
       VENCESINAL.

           READ CADSINL NEXT RECORD
               AT END
                   MOVE "S" TO FIMSINAL
           END-READ

           IF FIMSINAL NOT = "S"
               IF SIN-SITUACAO = "A" AND SIN-VALIDADE < DATAHOJE
                   MOVE SIN-CHASSI TO CHASSITRAB
                   PERFORM ANOTACHASSI
                   IF CHANOTADO = "S"
                       MOVE "V" TO SIN-SITUACAO
                       REWRITE REGSINL
                       ADD 1 TO QTSINVENC
                   END-IF
               END-IF
           END-IF.

      *Lista o proximo sinal vencido ("V") que aguarda o acerto de
      *devolucao ou desistencia com o cliente
       LISTASINAL.

           READ CADSINL NEXT RECORD
               AT END
                   MOVE "S" TO FIMSINAL
           END-READ

           IF FIMSINAL NOT = "S"
               IF SIN-SITUACAO = "V"
                   MOVE SIN-VALOR TO LD-VRSINAL
                   DISPLAY SIN-RECIBO " " SIN-CHASSI " " SIN-CPF " "
                       SIN-VALIDADE " " LD-VRSINAL
                   ADD 1 TO QTSINACERTO
               END-IF
           END-IF.

      *Anota o chassi de trabalho na tabela, sem duplicar;
      *com a tabela cheia devolve CHANOTADO = "N" e a reserva fica
      *"A" para a proxima rodada, em vez de encerrar sem liberar
       ANOTACHASSI.
           IF ACHOUCH = "N"
               IF QTCHASSI < 200
                   ADD 1 TO QTCHASSI
                   MOVE CHASSITRAB TO TC-CHASSI (QTCHASSI)
               ELSE
                   MOVE "N" TO CHANOTADO
                   MOVE "S" TO TABCHEIA
      *Procura o chassi corrente na tabela de anotados
       PROCURACHASSI.

           IF TC-CHASSI (IXCHASSI) = CHASSITRAB
               MOVE "S" TO ACHOUCH
           ELSE
               ADD 1 TO IXCHASSI
           END-IF.

      *Se o chassi anotado nao tem mais nenhuma reserva nem sinal
      *ativo, devolve o veiculo para a situacao "D"
       LIBERAVEICULO.

           MOVE TC-CHASSI (IXCHASSI) TO CHASSITRAB

           ADD 1 TO IXCHASSI.

      *Confere se o chassi de trabalho ainda tem reserva ativa na
      *agenda ou sinal ativo em CADSINL
       VERIFICAOUTRA.

           MOVE "N" TO TEMOUTRA
               PERFORM TESTAOUTRA UNTIL FIMBUSCA = "S"
                   OR TEMOUTRA = "S"
               CLOSE AGENDA
           END-IF

           IF TEMOUTRA = "N"
               PERFORM VERIFICASINAL
           END-IF.

      *Procura sinal ativo do chassi de trabalho (chave alternativa
      *SIN-CHASSI); achando, o veiculo continua reservado
       VERIFICASINAL.

           MOVE "00" TO ERROSIN
           OPEN INPUT CADSINL
           IF ERROSIN NOT = "00"
               MOVE "00" TO ERROSIN
           ELSE
               MOVE CHASSITRAB TO SIN-CHASSI
               MOVE "N" TO FIMSINAL
               START CADSINL KEY IS = SIN-CHASSI
                   INVALID KEY
                       MOVE "S" TO FIMSINAL
               END-START
               PERFORM TESTASINAL UNTIL FIMSINAL = "S"
                   OR TEMOUTRA = "S"
               CLOSE CADSINL
           END-IF.

      *Le o proximo sinal do chassi de trabalho e testa se ativo
       TESTASINAL.

           READ CADSINL NEXT RECORD
               AT END
                   MOVE "S" TO FIMSINAL
           END-READ

           IF FIMSINAL NOT = "S"
               IF SIN-CHASSI NOT = CHASSITRAB
                   MOVE "S" TO FIMSINAL
               ELSE
                   IF SIN-SITUACAO = "A"
                       MOVE "S" TO TEMOUTRA
                   END-IF
               END-IF
           END-IF.

      *Le a proxima reserva do chassi de trabalho e testa se ativa
