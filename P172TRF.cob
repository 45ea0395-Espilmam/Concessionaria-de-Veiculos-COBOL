      *    devolve o carro a "D" ja com o novo EST-FILIAL. O relatorio
      *    pelo spool (P172SPO) lista os veiculos em transito ha mais
      *    de N dias - carro dentro de caminhao nao pode ser vendido.
      * Mod: 15/10/2026 - a saida de carro novo com floor-plan ativo
      *      gera a obrigacao de quitacao no banco (P172FLB), com o
      *      prazo mostrado ao operador (QUITAFLOOR).
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
           01 FILIALDESTINO PIC 9(2) VALUE ZEROS.
           01 QTEMTRANSITO PIC 9(5) VALUE ZEROS.
           01 LD-VALOR PIC Z(8),99 VALUE ZEROS.
           01 REGFLOORBX.
               02 FLB-CHASSI PIC X(17) VALUE SPACES.
               02 FLB-EVENTO PIC X(1) VALUE "T".
               02 FLB-RESULTADO PIC X(1) VALUE "N".
               02 FLB-PRAZO PIC 9(8) VALUE ZEROS.
               02 FLB-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 FLB-MENSAGEM PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

               MOVE EST-CHASSI TO LOG-CHAVE
               PERFORM GRAVALOG
               PERFORM IMPRIMEROMANEIO
               PERFORM QUITAFLOOR
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ESTOQUE"
           END-IF
           DISPLAY "======================================"
           DISPLAY " ".

      *Carro novo com floor-plan ativo que sai da filial ganha a
      *obrigacao de quitacao no banco (P172FLB), com o prazo avisado
       QUITAFLOOR.

           MOVE EST-CHASSI TO FLB-CHASSI
           MOVE "T" TO FLB-EVENTO
           CALL "P172FLB" USING REGFLOORBX
           IF FLB-RESULTADO = "S"
               MOVE FLB-VALOR TO LD-VALOR
               DISPLAY "FLOOR-PLAN: QUITAR " LD-VALOR
                   " NO BANCO ATE " FLB-PRAZO
           END-IF.

      *Aceita o veiculo na filial de destino, devolvendo-o a "D" com
      *o novo EST-FILIAL
       ACEITAR.
