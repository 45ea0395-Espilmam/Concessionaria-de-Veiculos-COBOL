      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Tabela de regras de comissao dos vendedores (CADRCOM),
      *    mantida pelo gerente. Cada regra tem um codigo, que e
      *    tambem a prioridade (vale a primeira regra, na ordem do
      *    codigo, que atende a venda), e combina origem do carro
      *    (N novo, U usado, * qualquer), consignado ou estoque
      *    proprio (S/N/*), venda financiada (S/N/*) e a faixa de
      *    margem em % sobre o custo de CADAQUI (0 a 0 = qualquer
      *    margem), com o percentual de comissao e o bonus fixo por
      *    acessorio vendido. O calculo na venda (P172904) e na
      *    conversao de orcamento (P172ORC) e feito pelo P172CCM; a
      *    opcao de simulacao mostra qual regra um chassi pegaria.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172RCM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRCOM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCOM-CODIGO
               FILE STATUS IS ERRO.
           SELECT LOGTRANS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

           FD CADRCOM
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADRCOM.DAT".
           01 REGRCOM.
               02 RCOM-CODIGO PIC 9(3) VALUE ZEROS.
               02 RCOM-DESCRICAO PIC X(30) VALUE SPACES.
               02 RCOM-ORIGEM PIC X(1) VALUE "*".
               02 RCOM-CONSIG PIC X(1) VALUE "*".
               02 RCOM-FINANC PIC X(1) VALUE "*".
               02 RCOM-MARGEMMIN PIC S9(3)V99 VALUE ZEROS.
               02 RCOM-MARGEMMAX PIC S9(3)V99 VALUE ZEROS.
               02 RCOM-PERCENT PIC 9(2)V99 VALUE ZEROS.
               02 RCOM-BONUSACE PIC 9(5)V99 VALUE ZEROS.

           FD LOGTRANS
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "LOGTRANS.DAT".
           01 REGLOG.
               02 LOG-OPERADOR PIC X(20) VALUE SPACES.
               02 LOG-PROGRAMA PIC X(8) VALUE SPACES.
               02 LOG-DATAHORA PIC X(14) VALUE SPACES.
               02 LOG-OPERACAO PIC X(6) VALUE SPACES.
               02 LOG-CHAVE PIC X(20) VALUE SPACES.

       WORKING-STORAGE SECTION.

           01 ERRO PIC X(2) VALUE "00".
           01 OPC PIC X(1) VALUE SPACES.
           01 NIVELOPER PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 ACHOUREGRA PIC X(1) VALUE "N".
           01 CODDIGITADO PIC 9(3) VALUE ZEROS.
           01 QTREGRAS PIC 9(3) VALUE ZEROS.
           01 LD-PERCENT PIC Z9,99 VALUE ZEROS.
           01 LD-MARGEMMIN PIC -ZZ9,99 VALUE ZEROS.
           01 LD-MARGEMMAX PIC -ZZ9,99 VALUE ZEROS.
           01 LD-BONUS PIC ZZZZ9,99 VALUE ZEROS.
           01 LD-VALOR PIC Z(7)9,99 VALUE ZEROS.

      *    area de chamada do calculo de comissao (P172CCM)
           01 REGCOMIS.
               02 CCM-CHASSI PIC X(17) VALUE SPACES.
               02 CCM-VALORVENDA PIC 9(8)V99 VALUE ZEROS.
               02 CCM-FINANCIADA PIC X(1) VALUE "N".
               02 CCM-QTACESS PIC 9(3) VALUE ZEROS.
               02 CCM-PERCENT PIC 9(2)V99 VALUE ZEROS.
               02 CCM-BONUS PIC 9(8)V99 VALUE ZEROS.
               02 CCM-REGRA PIC 9(3) VALUE ZEROS.
               02 CCM-MARGEM PIC S9(3)V99 VALUE ZEROS.
               02 CCM-RESULTADO PIC X(1) VALUE "N".
               02 CCM-MENSAGEM PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Cria o arquivo "CADRCOM.dat" na primeira execucao
       ARQUIVO.

           OPEN I-O CADRCOM
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADRCOM
                   CLOSE CADRCOM
                   DISPLAY "ARQUIVO CADRCOM SENDO CRIADO"
                   GO TO ARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRCOM"
                   GO TO FIM
           ELSE
               CONTINUE.

      *Mostra um menu de opcoes para o usuario
       MENU-PRINCIPAL.

           DISPLAY " "
           DISPLAY "REGRAS DE COMISSAO DOS VENDEDORES"
           DISPLAY "1 - LISTAR REGRAS"
           DISPLAY "2 - GRAVAR/ALTERAR REGRA (GERENTE)"
           DISPLAY "3 - EXCLUIR REGRA (GERENTE)"
           DISPLAY "4 - SIMULAR COMISSAO DE UM CHASSI"
           DISPLAY "5 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
                   GO TO LISTAR
               ELSE IF OPC = "2"
                   GO TO GRAVAR
               ELSE IF OPC = "3"
                   GO TO APAGAR
               ELSE IF OPC = "4"
                   GO TO SIMULAR
               ELSE IF OPC = "5"
                   GO TO SAIR
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Lista as regras na ordem de prioridade (codigo)
       LISTAR.

           MOVE "N" TO FIMLISTA
           MOVE ZEROS TO QTREGRAS
           MOVE ZEROS TO RCOM-CODIGO
           START CADRCOM KEY IS NOT LESS THAN RCOM-CODIGO
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START

           DISPLAY " "
           DISPLAY "COD DESCRICAO                      ORI CSG FIN"
               "  MARGEM DE/ATE      %   BONUS/ACES"
           DISPLAY "------------------------------------------------"
               "------------------------------------"

           PERFORM MOSTRAREGRA UNTIL FIMLISTA = "S"

           DISPLAY "------------------------------------------------"
               "------------------------------------"
           DISPLAY "REGRAS: " QTREGRAS
           GO TO MENU-PRINCIPAL.

      *Le a proxima regra e mostra na tela
       MOSTRAREGRA.

           READ CADRCOM NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               ADD 1 TO QTREGRAS
               MOVE RCOM-PERCENT TO LD-PERCENT
               MOVE RCOM-MARGEMMIN TO LD-MARGEMMIN
               MOVE RCOM-MARGEMMAX TO LD-MARGEMMAX
               MOVE RCOM-BONUSACE TO LD-BONUS
               DISPLAY RCOM-CODIGO " " RCOM-DESCRICAO "  "
                   RCOM-ORIGEM "   " RCOM-CONSIG "   " RCOM-FINANC
                   "  " LD-MARGEMMIN " " LD-MARGEMMAX "  "
                   LD-PERCENT "  " LD-BONUS
           END-IF.

      *Grava uma regra nova ou altera uma ja existente (so gerente)
       GRAVAR.

           MOVE SPACES TO NIVELOPER
           ACCEPT NIVELOPER FROM ENVIRONMENT "OPERNIVEL"
           IF NIVELOPER NOT = "3"
               DISPLAY "SOMENTE GERENTE ALTERA A TABELA DE COMISSAO"
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "CODIGO DA REGRA (PRIORIDADE, 1-999): "
           ACCEPT CODDIGITADO
           IF CODDIGITADO = ZEROS
               DISPLAY "DIGITE O CODIGO DA REGRA"
               GO TO GRAVAR
           END-IF

           MOVE CODDIGITADO TO RCOM-CODIGO
           MOVE "N" TO ACHOUREGRA
           READ CADRCOM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ACHOUREGRA
                   MOVE RCOM-PERCENT TO LD-PERCENT
                   DISPLAY "REGRA ATUAL: " RCOM-DESCRICAO " "
                       LD-PERCENT "%"
           END-READ
           MOVE CODDIGITADO TO RCOM-CODIGO

           DISPLAY "DESCRICAO DA REGRA: "
           ACCEPT RCOM-DESCRICAO
           PERFORM PEDEORIGEM
           PERFORM PEDECONSIG
           PERFORM PEDEFINANC
           PERFORM PEDEMARGEM

           DISPLAY "PERCENTUAL DE COMISSAO: "
           ACCEPT RCOM-PERCENT
           DISPLAY "BONUS FIXO POR ACESSORIO VENDIDO (0 = NENHUM): "
           ACCEPT RCOM-BONUSACE

           IF ACHOUREGRA = "S"
               REWRITE REGRCOM
               IF ERRO = "00" OR "02"
                   DISPLAY "REGRA ALTERADA"
                   MOVE "ALTERA" TO LOG-OPERACAO
                   MOVE RCOM-CODIGO TO LOG-CHAVE
                   PERFORM GRAVALOG
               ELSE
                   DISPLAY "ERRO AO ALTERAR A REGRA"
               END-IF
           ELSE
               WRITE REGRCOM
               IF ERRO = "00" OR "02"
                   DISPLAY "REGRA GRAVADA"
                   MOVE "GRAVA" TO LOG-OPERACAO
                   MOVE RCOM-CODIGO TO LOG-CHAVE
                   PERFORM GRAVALOG
               ELSE
                   DISPLAY "ERRO NA GRAVACAO DA REGRA"
               END-IF
           END-IF

           GO TO MENU-PRINCIPAL.

      *Origem do carro: N novo, U usado (troca ou consignacao) ou *
       PEDEORIGEM.

           DISPLAY "ORIGEM (N=NOVO U=USADO *=QUALQUER): "
           ACCEPT RCOM-ORIGEM
           IF RCOM-ORIGEM = "n"
               MOVE "N" TO RCOM-ORIGEM
           END-IF
           IF RCOM-ORIGEM = "u"
               MOVE "U" TO RCOM-ORIGEM
           END-IF
           IF RCOM-ORIGEM NOT = "N" AND NOT = "U" AND NOT = "*"
               DISPLAY "DIGITE N, U OU *"
               GO TO PEDEORIGEM
           END-IF.

      *Consignado (S), estoque proprio (N) ou qualquer (*)
       PEDECONSIG.

           DISPLAY "CONSIGNADO (S=SIM N=ESTOQUE PROPRIO *=QUALQUER): "
           ACCEPT RCOM-CONSIG
           IF RCOM-CONSIG = "s"
               MOVE "S" TO RCOM-CONSIG
           END-IF
           IF RCOM-CONSIG = "n"
               MOVE "N" TO RCOM-CONSIG
           END-IF
           IF RCOM-CONSIG NOT = "S" AND NOT = "N" AND NOT = "*"
               DISPLAY "DIGITE S, N OU *"
               GO TO PEDECONSIG
           END-IF.

      *Venda financiada (linha "F" na composicao), a vista ou qualquer
       PEDEFINANC.

           DISPLAY "FINANCIADA (S=SIM N=NAO *=QUALQUER): "
           ACCEPT RCOM-FINANC
           IF RCOM-FINANC = "s"
               MOVE "S" TO RCOM-FINANC
           END-IF
           IF RCOM-FINANC = "n"
               MOVE "N" TO RCOM-FINANC
           END-IF
           IF RCOM-FINANC NOT = "S" AND NOT = "N" AND NOT = "*"
               DISPLAY "DIGITE S, N OU *"
               GO TO PEDEFINANC
           END-IF.

      *Faixa de margem em % (pode ser negativa); 0 a 0 vale qualquer
       PEDEMARGEM.

           DISPLAY "MARGEM MINIMA EM % (0 E 0 = QUALQUER MARGEM): "
           ACCEPT RCOM-MARGEMMIN
           DISPLAY "MARGEM MAXIMA EM %: "
           ACCEPT RCOM-MARGEMMAX
           IF RCOM-MARGEMMAX < RCOM-MARGEMMIN
               DISPLAY "MARGEM MAXIMA MENOR QUE A MINIMA"
               GO TO PEDEMARGEM
           END-IF.

      *Exclui uma regra cadastrada (so gerente)
       APAGAR.

           MOVE SPACES TO NIVELOPER
           ACCEPT NIVELOPER FROM ENVIRONMENT "OPERNIVEL"
           IF NIVELOPER NOT = "3"
               DISPLAY "SOMENTE GERENTE ALTERA A TABELA DE COMISSAO"
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "CODIGO DA REGRA A EXCLUIR: "
           ACCEPT CODDIGITADO

           MOVE CODDIGITADO TO RCOM-CODIGO
           READ CADRCOM

           IF ERRO = "23"
               DISPLAY "REGRA NAO ENCONTRADA"
               GO TO MENU-PRINCIPAL
           END-IF

           DELETE CADRCOM RECORD

           IF ERRO = "00"
               DISPLAY "REGRA EXCLUIDA"
               MOVE "EXCLUI" TO LOG-OPERACAO
               MOVE CODDIGITADO TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO NA EXCLUSAO"
           END-IF

           GO TO MENU-PRINCIPAL.

      *Mostra a regra que uma venda do chassi pegaria, pelo mesmo
      *calculo da venda (P172CCM)
       SIMULAR.

           DISPLAY "CHASSI: "
           ACCEPT CCM-CHASSI
           DISPLAY "VALOR DE VENDA: "
           ACCEPT CCM-VALORVENDA
           DISPLAY "FINANCIADA ? S/N"
           ACCEPT CCM-FINANCIADA
           IF CCM-FINANCIADA = "s"
               MOVE "S" TO CCM-FINANCIADA
           END-IF
           DISPLAY "QUANTIDADE DE ACESSORIOS: "
           ACCEPT CCM-QTACESS

           CLOSE CADRCOM
           CALL "P172CCM" USING REGCOMIS
           OPEN I-O CADRCOM

           DISPLAY CCM-MENSAGEM
           IF CCM-RESULTADO = "S"
               MOVE CCM-PERCENT TO LD-PERCENT
               MOVE CCM-MARGEM TO LD-MARGEMMIN
               MOVE CCM-BONUS TO LD-VALOR
               DISPLAY "MARGEM: " LD-MARGEMMIN "%  COMISSAO: "
                   LD-PERCENT "%  BONUS ACESSORIOS: " LD-VALOR
           END-IF

           GO TO MENU-PRINCIPAL.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
           MOVE "P172RCM" TO LOG-PROGRAMA
           ACCEPT LOG-OPERADOR FROM ENVIRONMENT "USER"
           MOVE FUNCTION CURRENT-DATE (1:14) TO LOG-DATAHORA
           OPEN EXTEND LOGTRANS
           IF ERRO = "30" OR ERRO = "35"
               OPEN OUTPUT LOGTRANS
               CLOSE LOGTRANS
               OPEN EXTEND LOGTRANS
           END-IF
           WRITE REGLOG
           CLOSE LOGTRANS
           MOVE "00" TO ERRO.

      *Fecha o arquivo de regras antes de encerrar
       SAIR.

           CLOSE CADRCOM.

      *Fecha o programa
       FIM.

           GOBACK.

       END PROGRAM P172RCM.
