      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Segunda pagina do menu dos modulos complementares,
      *    chamada pela opcao Z do P172MNU, cujas letras se esgotaram.
      *    Da acesso a conciliacao bancaria (P172BCO), a
      *    negativacao no bureau de credito (P172NEG), ao
      *    floor-plan dos veiculos novos (P172FLP), ao arquivo da
      *    EFD ICMS/IPI (P172EFD) e a rodada avulsa da integracao com
      *    os portais de classificados (P172POR), a manutencao do
      *    resumo mensal de vendas (P172RSV), ao consentimento LGPD e
      *    relatorio do titular (P172LGP), a anonimizacao dos
      *    clientes inativos (P172ANO) e ao seguro auto, com a
      *    comissao das seguradoras e as renovacoes (P172SEG).
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172MN2.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           01 OPC PIC X(1) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Mostra a segunda pagina dos modulos e chama o programa escolhido
       MENU-PRINCIPAL.

           DISPLAY " "
           DISPLAY "MODULOS COMPLEMENTARES (2)"
           DISPLAY "=========================="
           DISPLAY "1 - CONCILIACAO BANCARIA    2 - NEGATIVACAO"
               " (BUREAU)"
           DISPLAY "3 - FLOOR-PLAN              4 - EFD ICMS/IPI"
               " (SPED)"
           DISPLAY "5 - PORTAIS (ANUNCIOS E LEADS)"
           DISPLAY "6 - RESUMO MENSAL DE VENDAS"
           DISPLAY "7 - LGPD: CONSENTIMENTO/TITULAR"
               " 8 - LGPD: ANONIMIZACAO"
           DISPLAY "9 - SEGURO AUTO (COMISSAO/RENOVACAO)"
           DISPLAY "0 - VOLTAR"
           ACCEPT OPC

               IF OPC = "1"
                   CALL "P172BCO"
                   CANCEL "P172BCO"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "2"
                   CALL "P172NEG"
                   CANCEL "P172NEG"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "3"
                   CALL "P172FLP"
                   CANCEL "P172FLP"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "4"
                   CALL "P172EFD"
                   CANCEL "P172EFD"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "5"
                   CALL "P172POR"
                   CANCEL "P172POR"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "6"
                   CALL "P172RSV"
                   CANCEL "P172RSV"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "7"
                   CALL "P172LGP"
                   CANCEL "P172LGP"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "8"
                   CALL "P172ANO"
                   CANCEL "P172ANO"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "9"
                   CALL "P172SEG"
                   CANCEL "P172SEG"
                   GO TO MENU-PRINCIPAL
               ELSE IF OPC = "0"
                   GO TO SAIR
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Fecha o programa
       SAIR.

           GOBACK.

       END PROGRAM P172MN2.
