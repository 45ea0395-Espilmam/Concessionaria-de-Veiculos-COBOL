      *    diferenca (quebra ou sobra), gravando tudo na propria
      *    sessao para o gerente consultar depois pela opcao de
      *    conferencia.
      * Mod: 15/10/2026 - abertura e fechamento de sessao sao
      *      recusados quando a competencia do dia ja esta fechada
      *      (P172CMP), conferida pelo P172PER.
      * Mod: 15/10/2026 - devolucao de sinal (P172SIN) entra em CXMOV
      *      como movimento de saida (MOV-REFER iniciado por "DEVOL:")
      *      e e descontada do valor esperado na gaveta; o total
      *      gravado na sessao passa a ser o liquido das devolucoes.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
           01 NUMSESSAO PIC 9(6) VALUE ZEROS.
           01 QTMOVS PIC 9(5) VALUE ZEROS.
           01 TOTSESSAO PIC 9(10)V99 VALUE ZEROS.
           01 TOTSAIDAS PIC 9(10)V99 VALUE ZEROS.
           01 VALORCONTADO PIC 9(10)V99 VALUE ZEROS.
           01 ESPERADO PIC 9(10)V99 VALUE ZEROS.
           01 DIFERENCA PIC S9(10)V99 VALUE ZEROS.
           01 LD-VALOR PIC Z(8),99 VALUE ZEROS.
           01 LD-TOTAL PIC Z(10),99 VALUE ZEROS.
           01 LD-DIFER PIC -Z(10),99 VALUE ZEROS.
           01 REGPERIODO.
               02 PER-DATA PIC 9(8) VALUE ZEROS.
               02 PER-FECHADA PIC 9(6) VALUE ZEROS.
               02 PER-RESULTADO PIC X(1) VALUE "S".
               02 PER-MENSAGEM PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *segunda sessao aberta do mesmo operador
       ABRIR.

           MOVE DATAHOJE TO PER-DATA
           PERFORM CONFEREPERIODO
           IF PER-RESULTADO = "N"
               DISPLAY PER-MENSAGEM
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM BUSCASESSAOABERTA
           IF SESSAOABERTA > ZEROS
               DISPLAY "JA EXISTE SESSAO ABERTA (NR " SESSAOABERTA
      *diferenca apurada
       FECHAR.

           MOVE DATAHOJE TO PER-DATA
           PERFORM CONFEREPERIODO
           IF PER-RESULTADO = "N"
               DISPLAY PER-MENSAGEM
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM BUSCASESSAOABERTA
           IF SESSAOABERTA = ZEROS
               DISPLAY "NENHUMA SESSAO ABERTA PARA ESSE OPERADOR"
           DISPLAY "RECEBIMENTOS LANCADOS: " QTMOVS
           DISPLAY "VALOR INICIAL DA GAVETA: " LD-VALOR
           DISPLAY "TOTAL RECEBIDO NA SESSAO: " LD-TOTAL
           IF TOTSAIDAS > ZEROS
               MOVE TOTSAIDAS TO LD-TOTAL
               DISPLAY "DEVOLUCOES DE SINAL:      " LD-TOTAL
           END-IF

           COMPUTE ESPERADO = CX-VALORINICIAL + TOTSESSAO - TOTSAIDAS
           MOVE ESPERADO TO LD-TOTAL
           DISPLAY "VALOR ESPERADO NA GAVETA: " LD-TOTAL


           MOVE "F" TO CX-SITUACAO
           MOVE DATAHOJE TO CX-DATAFECH
           COMPUTE CX-TOTRECEBIDO = TOTSESSAO - TOTSAIDAS
           MOVE VALORCONTADO TO CX-VALORCONTADO
           MOVE DIFERENCA TO CX-DIFERENCA
           REWRITE REGCAIXA
      *Totaliza os movimentos de CXMOV da sessao corrente
       TOTALIZASESSAO.

           MOVE ZEROS TO TOTSESSAO TOTSAIDAS QTMOVS
           MOVE "00" TO ERROMOV
           OPEN INPUT CXMOV
           IF ERROMOV NOT = "00"
               CLOSE CXMOV
           END-IF.

      *Le o proximo movimento da sessao e acumula o valor como
      *entrada ou, na devolucao de sinal, como saida
       SOMAMOVIMENTO.

           READ CXMOV NEXT RECORD

           IF FIMLISTA NOT = "S"
               IF MOV-SESSAO = CX-NUMERO
                   IF MOV-REFER(1:6) = "DEVOL:"
                       ADD MOV-VALOR TO TOTSAIDAS
                   ELSE
                       ADD MOV-VALOR TO TOTSESSAO
                   END-IF
                   ADD 1 TO QTMOVS
               ELSE
                   MOVE "S" TO FIMLISTA
           END-IF
           MOVE "N" TO LOCKOBTIDO.

      *Confere pelo P172PER se a data em PER-DATA esta em competencia
      *ja fechada no fechamento mensal (PER-RESULTADO = "N")
       CONFEREPERIODO.
           CALL "P172PER" USING REGPERIODO.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
