      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Resumo (hash) da senha do operador, chamado pelo login
      *    (P172900) e pelo cadastro de operadores (P172OPE) com
      *    CALL "P172HSH" USING REGHASH. O CADOPER guarda so o resumo,
      *    nunca a senha: no login a senha digitada passa por aqui e o
      *    resultado e comparado com OPER-RESUMO. O codigo do operador
      *    entra no calculo, de modo que dois operadores com a mesma
      *    senha tem resumos diferentes, e a senha e misturada em
      *    varias voltas para que o resumo nao deixe ver a senha nem
      *    o tamanho dela.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172HSH.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *    quantidade de voltas de mistura sobre a senha
           01 HSH-VOLTAS PIC 9(3) VALUE 128.
      *    modulos (primos) dos dois acumuladores do resumo
           01 HSH-PRIMO1 PIC 9(9) VALUE 999999937.
           01 HSH-PRIMO2 PIC 9(9) VALUE 999999929.

           01 HSH-VOLTA PIC 9(3) VALUE ZEROS.
           01 HSH-IND PIC 9(2) VALUE ZEROS.
           01 HSH-CARACTER PIC 9(3) VALUE ZEROS.
           01 HSH-ACUM1 PIC 9(9) VALUE ZEROS.
           01 HSH-ACUM2 PIC 9(9) VALUE ZEROS.
           01 HSH-TRAB PIC 9(15) VALUE ZEROS.

       LINKAGE SECTION.
           01 REGHASH.
               02 HSH-CODIGO PIC 9(3).
               02 HSH-SENHA PIC X(8).
               02 HSH-RESUMO PIC X(18).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING REGHASH.

      *Parte do codigo do operador e mistura os 8 caracteres da senha
      *(brancos inclusive) nos dois acumuladores a cada volta
       INICIO.

           COMPUTE HSH-ACUM1 = 5381 + HSH-CODIGO * 33
           COMPUTE HSH-ACUM2 = 7919 + HSH-CODIGO * 131

           PERFORM VARYING HSH-VOLTA FROM 1 BY 1
                   UNTIL HSH-VOLTA > HSH-VOLTAS
               PERFORM VARYING HSH-IND FROM 1 BY 1 UNTIL HSH-IND > 8
                   PERFORM MISTURA
               END-PERFORM
           END-PERFORM

           MOVE HSH-ACUM1 TO HSH-RESUMO(1:9)
           MOVE HSH-ACUM2 TO HSH-RESUMO(10:9)
           GO TO FIM.

      *Mistura o caracter corrente da senha nos dois acumuladores; o
      *segundo acumulador depende tambem do primeiro e da posicao
       MISTURA.

           COMPUTE HSH-CARACTER =
               FUNCTION ORD(HSH-SENHA(HSH-IND:1))
           COMPUTE HSH-TRAB = HSH-ACUM1 * 33 + HSH-CARACTER + HSH-VOLTA
           COMPUTE HSH-ACUM1 = FUNCTION MOD(HSH-TRAB, HSH-PRIMO1)
           COMPUTE HSH-TRAB = HSH-ACUM2 * 131
               + HSH-CARACTER * HSH-IND + HSH-ACUM1
           COMPUTE HSH-ACUM2 = FUNCTION MOD(HSH-TRAB, HSH-PRIMO2).

      *Devolve o controle ao chamador
       FIM.

           GOBACK.

       END PROGRAM P172HSH.
