      *    (P172RCL), documentacao de usados (P172DOC), despachante
      *    (P172GRV), entregas (P172ETG), acessorios (P172ACE),
      *    politica de estoque (P172SUG), prestacao ao consignante
      *    (P172PCC), correcao de CPF (P172CPF), fechamento mensal
      *    (P172CMP), sinal de reserva (P172SIN), regras de comissao
      *    (P172RCM), fila da vez dos vendedores (P172FDV), pesquisa
      *    de satisfacao (P172NPS), revisoes programadas (P172REV),
      *    reclamacoes de garantia ao fabricante (P172RGA), venda
      *    de pecas no balcao (P172BAL), pedidos de compra de pecas
      *    (P172PCP), contas a pagar (P172CAP), conciliacao de
      *    cartoes (P172ADQ) e aos
      *    relatorios gerenciais (DRE, apuracao fiscal, contabil,
      *    aging, funil). A opcao Z leva a segunda pagina do menu
      *    (P172MN2).
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
           DISPLAY "H - DRE MENSAL              I - APURACAO ICMS/IPI"
           DISPLAY "J - EXPORTACAO CONTABIL     K - AGING DO ESTOQUE"
           DISPLAY "L - FUNIL DE VENDAS         M - COBRANCA DETRAN"
           DISPLAY "N - CORRECAO DE CPF         O - FECHAMENTO MENSAL"
           DISPLAY "P - SINAL DE RESERVA        Q - REGRAS DE COMISSAO"
           DISPLAY "R - FILA DA VEZ             S - PESQUISA NPS"
           DISPLAY "T - REVISOES PROGRAMADAS    U - GARANTIA FABRICANTE"
           DISPLAY "V - VENDA DE PECAS BALCAO   W - PEDIDOS DE COMPRA"
               " PECAS"
           DISPLAY "X - CONTAS A PAGAR          Y - CONCILIACAO DE"
               " CARTOES"
           DISPLAY "Z - MAIS OPCOES"
           DISPLAY "0 - VOLTAR"
           ACCEPT OPC

                   CALL "P172DET"
                   CANCEL "P172DET"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "N" OR OPC = "n"
                   CALL "P172CPF"
                   CANCEL "P172CPF"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "O" OR OPC = "o"
                   CALL "P172CMP"
                   CANCEL "P172CMP"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "P" OR OPC = "p"
                   CALL "P172SIN"
                   CANCEL "P172SIN"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "Q" OR OPC = "q"
                   CALL "P172RCM"
                   CANCEL "P172RCM"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "R" OR OPC = "r"
                   CALL "P172FDV"
                   CANCEL "P172FDV"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "S" OR OPC = "s"
                   CALL "P172NPS"
                   CANCEL "P172NPS"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "T" OR OPC = "t"
                   CALL "P172REV"
                   CANCEL "P172REV"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "U" OR OPC = "u"
                   CALL "P172RGA"
                   CANCEL "P172RGA"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "V" OR OPC = "v"
                   CALL "P172BAL"
                   CANCEL "P172BAL"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "W" OR OPC = "w"
                   CALL "P172PCP"
                   CANCEL "P172PCP"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "X" OR OPC = "x"
                   CALL "P172CAP"
                   CANCEL "P172CAP"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "Y" OR OPC = "y"
                   CALL "P172ADQ"
                   CANCEL "P172ADQ"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "Z" OR OPC = "z"
                   CALL "P172MN2"
                   CANCEL "P172MN2"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "0"
                   GO TO SAIR
               ELSE
