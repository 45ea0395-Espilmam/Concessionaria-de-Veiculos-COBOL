      *      (opcional, todo dia), o verificador de consistencia
      *      cruzada dos arquivos; em instalacoes com BATSTEPS.TXT ja
      *      criado o passo deve ser acrescentado a mao na tabela.
      * Mod: 15/10/2026 - a cadeia padrao ganha P172FLJ como passo 7
      *      (opcional, todo dia), a apropriacao dos juros de
      *      floor-plan com o aviso das quitacoes vencidas; em
      *      instalacoes com BATSTEPS.TXT ja criado o passo deve ser
      *      acrescentado a mao na tabela.
      * Mod: 15/10/2026 - a cadeia padrao ganha P172POR como passo 8
      *      (opcional, todo dia), a publicacao do estoque nos portais
      *      de classificados com a importacao dos leads de retorno;
      *      em instalacoes com BATSTEPS.TXT ja criado o passo deve
      *      ser acrescentado a mao na tabela.
      * Mod: 15/10/2026 - a cadeia padrao ganha P172RES como passo 2
      *      (obrigatorio, todo dia), a atualizacao do resumo mensal
      *      de vendas que o P172DIA e o P172COM passam a ler; os
      *      passos seguintes descem uma posicao. Em instalacoes com
      *      BATSTEPS.TXT ja criado o passo deve ser acrescentado a
      *      mao na tabela, antes do P172DIA.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
           MOVE "*" TO STEP-DIASEMANA
           WRITE REGSTEP
           MOVE 2 TO STEP-SEQ
           MOVE "P172RES" TO STEP-PROGRAMA
           MOVE "S" TO STEP-OBRIGATORIO
           MOVE "*" TO STEP-DIASEMANA
           WRITE REGSTEP
           MOVE 3 TO STEP-SEQ
           MOVE "P172DIA" TO STEP-PROGRAMA
           MOVE "S" TO STEP-OBRIGATORIO
           MOVE "*" TO STEP-DIASEMANA
           WRITE REGSTEP
           MOVE 4 TO STEP-SEQ
           MOVE "P172COM" TO STEP-PROGRAMA
           MOVE "S" TO STEP-OBRIGATORIO
           MOVE "*" TO STEP-DIASEMANA
           WRITE REGSTEP
           MOVE 5 TO STEP-SEQ
           MOVE "P172BKP" TO STEP-PROGRAMA
           MOVE "S" TO STEP-OBRIGATORIO
           MOVE "*" TO STEP-DIASEMANA
           WRITE REGSTEP
           MOVE 6 TO STEP-SEQ
           MOVE "P172ANV" TO STEP-PROGRAMA
           MOVE "N" TO STEP-OBRIGATORIO
           MOVE "5" TO STEP-DIASEMANA
           WRITE REGSTEP
           MOVE 7 TO STEP-SEQ
           MOVE "P172VER" TO STEP-PROGRAMA
           MOVE "N" TO STEP-OBRIGATORIO
           MOVE "*" TO STEP-DIASEMANA
           WRITE REGSTEP
           MOVE 8 TO STEP-SEQ
           MOVE "P172FLJ" TO STEP-PROGRAMA
           MOVE "N" TO STEP-OBRIGATORIO
           MOVE "*" TO STEP-DIASEMANA
           WRITE REGSTEP
           MOVE 9 TO STEP-SEQ
           MOVE "P172POR" TO STEP-PROGRAMA
           MOVE "N" TO STEP-OBRIGATORIO
           MOVE "*" TO STEP-DIASEMANA
           WRITE REGSTEP
           CLOSE BATSTEPS
           DISPLAY "TABELA BATSTEPS.TXT CRIADA COM A CADEIA PADRAO".

