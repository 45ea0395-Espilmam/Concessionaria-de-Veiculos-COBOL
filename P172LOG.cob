      *    LOGPRINT.TXT. A rotacao de fim de mes move o LOGTRANS vivo
      *    para o LOGARQ, que continua pesquisavel daqui, e recria o
      *    LOGTRANS vazio - o arquivo vivo para de crescer sem limite.
      * Mod: 15/10/2026 - consulta de acessos: so os eventos de login
      *      do P172900 (LOGIN, FALHA, NEGADO, BLOQUE, TROSEN) e a
      *      redefinicao de senha e o desbloqueio feitos pelo gerente
      *      no P172OPE (RESSEN, DESBLQ), filtrados pelo codigo do
      *      operador, que e a chave desses registros.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
           01 FIMLISTA PIC X(1) VALUE "N".
           01 ABORTA PIC X(1) VALUE "N".
           01 PASSOU PIC X(1) VALUE "N".
           01 ACESSOS PIC X(1) VALUE "N".
           01 LINHASPAG PIC 9(2) VALUE ZEROS.
           01 QTMOSTRADOS PIC 9(6) VALUE ZEROS.
           01 QTROTACIONADOS PIC 9(6) VALUE ZEROS.
           DISPLAY "CONSULTA DA TRILHA DE AUDITORIA (LOGTRANS)"
           DISPLAY "1 - CONSULTAR"
           DISPLAY "2 - ROTACAO DE FIM DE MES (VIVO -> ARQUIVO)"
           DISPLAY "3 - CONSULTAR ACESSOS (LOGIN E SENHA)"
           DISPLAY "4 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
               ELSE IF OPC = "2"
                   GO TO ROTACIONAR
               ELSE IF OPC = "3"
                   GO TO CONSULTARACESSOS
               ELSE IF OPC = "4"
                   GO TO FIM
               ELSE
                   GO TO MENU-PRINCIPAL.
      *Pede os filtros e a fonte (vivo ou arquivo morto) e consulta
       CONSULTAR.

           MOVE "N" TO ACESSOS
           DISPLAY "FONTE (L = LOGTRANS VIVO, A = ARQUIVO MORTO): "
           ACCEPT FONTE
           DISPLAY "PROGRAMA (BRANCO = TODOS): "
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = SEM LIMITE): "
           ACCEPT F-DATAINI
           DISPLAY "DATA FINAL (AAAAMMDD, 0 = SEM LIMITE): "
           ACCEPT F-DATAFIM.

      *Monta a faixa de data/hora, abre a impressao e faz a varredura
      *com os filtros ja digitados
       SELECIONA.

           MOVE SPACES TO F-DHINI F-DHFIM
           IF F-DATAINI > ZEROS
           END-IF
           GO TO MENU-PRINCIPAL.

      *Consulta de acessos ao sistema: pede o codigo do operador e o
      *tipo de evento e segue pela mesma varredura da consulta geral
       CONSULTARACESSOS.

           MOVE "S" TO ACESSOS
           MOVE SPACES TO F-PROGRAMA F-OPERADOR
           DISPLAY "FONTE (L = LOGTRANS VIVO, A = ARQUIVO MORTO): "
           ACCEPT FONTE
           DISPLAY "CODIGO DO OPERADOR (3 DIGITOS, BRANCO = TODOS): "
           ACCEPT F-CHAVE
           DISPLAY "EVENTO: LOGIN, FALHA, NEGADO, BLOQUE, TROSEN,"
           DISPLAY "        RESSEN, DESBLQ (BRANCO = TODOS): "
           ACCEPT F-OPERACAO
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = SEM LIMITE): "
           ACCEPT F-DATAINI
           DISPLAY "DATA FINAL (AAAAMMDD, 0 = SEM LIMITE): "
           ACCEPT F-DATAFIM
           GO TO SELECIONA.

      *Varre o LOGTRANS vivo aplicando os filtros
       CONSULTAVIVO.


           MOVE "S" TO PASSOU

           IF ACESSOS = "S"
               AND LOG-PROGRAMA NOT = "P172900"
               AND LOG-OPERACAO NOT = "RESSEN"
               AND LOG-OPERACAO NOT = "DESBLQ"
               MOVE "N" TO PASSOU
           END-IF
           IF F-PROGRAMA NOT = SPACES
               AND LOG-PROGRAMA NOT = F-PROGRAMA
               MOVE "N" TO PASSOU
