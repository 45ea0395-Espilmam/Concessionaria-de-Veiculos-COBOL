      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      * Mod: 15/10/2026 - a entrega registrada passa a entrar na lista
      *      de pesquisa de satisfacao (P172NPS) depois de DIASNPS
      *      dias; o aviso sai na confirmacao da entrega.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172ETG.
           REWRITE REGENTG
           IF ERRO = "00" OR "02"
               DISPLAY "ENTREGA REGISTRADA"
               DISPLAY "O CLIENTE ENTRA NA LISTA DA PESQUISA DE"
                   " SATISFACAO (P172NPS)"
               MOVE "ENTREG" TO LOG-OPERACAO
               MOVE ENTG-CHASSI TO LOG-CHAVE
               PERFORM GRAVALOG
