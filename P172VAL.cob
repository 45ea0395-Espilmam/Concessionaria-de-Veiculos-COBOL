      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Validacao dos documentos do veiculo, chamada por todo
      *    programa que da entrada em chassi, placa ou Renavam
      *    (P172904, P172ORC, P172ENT, P172CSG, P172FOR, P172DOC e a
      *    listagem P172CHS), com CALL "P172VAL" USING REGVALVEIC.
      *    Confere:
      *    - chassi (VIN) de 17 caracteres, sem I, O ou Q, com o
      *      digito verificador da posicao 9;
      *    - caracter de ano-modelo do chassi (posicao 10) contra o
      *      ano do modelo informado;
      *    - placa no formato antigo (AAA9999) ou Mercosul (AAA9A99);
      *    - digito verificador do Renavam (11 digitos).
      *    Campo em branco (ou zerado) nao e conferido. Devolve "S" em
      *    VAL-RESULTADO quando tudo confere; senao "N" e o motivo em
      *    VAL-MENSAGEM, para o chamador mostrar ao operador.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172VAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *    caracteres aceitos no chassi e o valor de cada um no calculo
      *    do digito verificador (letras I, O e Q nao existem no VIN)
           01 VIN-CARACTERES PIC X(33)
               VALUE "0123456789ABCDEFGHJKLMNPRSTUVWXYZ".
           01 VIN-VALORES PIC X(33)
               VALUE "012345678912345678123457923456789".
           01 VIN-VALORES-R REDEFINES VIN-VALORES.
               02 VIN-VALOR PIC 9(1) OCCURS 33 TIMES.
      *    peso de cada posicao do chassi (a posicao 9 e o digito)
           01 VIN-PESOS PIC X(34)
               VALUE "0807060504030210000908070605040302".
           01 VIN-PESOS-R REDEFINES VIN-PESOS.
               02 VIN-PESO PIC 9(2) OCCURS 17 TIMES.
      *    caracter de ano-modelo da posicao 10, ciclo de 30 anos a
      *    partir de 1980 (A = 1980 e 2010, Y = 2000 e 2030)
           01 VIN-ANOS PIC X(30)
               VALUE "ABCDEFGHJKLMNPRSTVWXY123456789".

           01 VIN-IND PIC 9(2) VALUE ZEROS.
           01 VIN-TAB PIC 9(2) VALUE ZEROS.
           01 VIN-SOMA PIC 9(5) VALUE ZEROS.
           01 VIN-RESTO PIC 9(2) VALUE ZEROS.
           01 VIN-DIGITO PIC X(1) VALUE SPACES.
           01 VIN-CARACTER PIC X(1) VALUE SPACES.
           01 VIN-ACHOU PIC X(1) VALUE "N".

           01 REN-WS PIC 9(11) VALUE ZEROS.
           01 REN-DIGITOS REDEFINES REN-WS.
               02 REN-D PIC 9(1) OCCURS 11 TIMES.
           01 REN-PESOS PIC X(10) VALUE "3298765432".
           01 REN-PESOS-R REDEFINES REN-PESOS.
               02 REN-P PIC 9(1) OCCURS 10 TIMES.
           01 REN-IND PIC 9(2) VALUE ZEROS.
           01 REN-SOMA PIC 9(5) VALUE ZEROS.
           01 REN-DIGITO PIC 9(2) VALUE ZEROS.

       LINKAGE SECTION.
           01 REGVALVEIC.
               02 VAL-CHASSI PIC X(17).
               02 VAL-ANOMODEL PIC 9(4).
               02 VAL-PLACA PIC X(7).
               02 VAL-RENAVAM PIC 9(11).
               02 VAL-RESULTADO PIC X(1).
               02 VAL-MENSAGEM PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING REGVALVEIC.

      *Confere cada campo preenchido, parando no primeiro erro
       INICIO.

           MOVE "S" TO VAL-RESULTADO
           MOVE SPACES TO VAL-MENSAGEM

           IF VAL-CHASSI NOT = SPACES
               PERFORM CONFERECHASSI THRU CONFERECHASSI-FIM
               IF VAL-RESULTADO = "S" AND VAL-ANOMODEL > ZEROS
                   PERFORM CONFEREANO
               END-IF
           END-IF

           IF VAL-RESULTADO = "S" AND VAL-PLACA NOT = SPACES
               PERFORM CONFEREPLACA
           END-IF

           IF VAL-RESULTADO = "S" AND VAL-RENAVAM > ZEROS
               PERFORM CONFERERENAVAM
           END-IF

           GO TO FIM.

      *Confere o chassi: 17 caracteres validos e digito verificador
      *da posicao 9 (soma dos valores x pesos, modulo 11; resto 10 e
      *o digito "X")
       CONFERECHASSI.

           MOVE ZEROS TO VIN-SOMA
           PERFORM VARYING VIN-IND FROM 1 BY 1 UNTIL VIN-IND > 17
                   OR VAL-RESULTADO = "N"
               MOVE VAL-CHASSI(VIN-IND:1) TO VIN-CARACTER
               IF VIN-CARACTER = SPACE
                   MOVE "N" TO VAL-RESULTADO
                   MOVE "CHASSI DEVE TER 17 CARACTERES"
                       TO VAL-MENSAGEM
               ELSE
                   IF VIN-CARACTER = "I" OR VIN-CARACTER = "O"
                           OR VIN-CARACTER = "Q"
                       MOVE "N" TO VAL-RESULTADO
                       MOVE "CHASSI NAO PODE TER AS LETRAS I, O OU Q"
                           TO VAL-MENSAGEM
                   ELSE
                       PERFORM SOMACARACTER
                   END-IF
               END-IF
           END-PERFORM
           IF VAL-RESULTADO = "N"
               GO TO CONFERECHASSI-FIM
           END-IF

           COMPUTE VIN-RESTO = FUNCTION MOD(VIN-SOMA, 11)
           IF VIN-RESTO = 10
               MOVE "X" TO VIN-DIGITO
           ELSE
               MOVE VIN-RESTO(2:1) TO VIN-DIGITO
           END-IF
           IF VAL-CHASSI(9:1) NOT = VIN-DIGITO
               MOVE "N" TO VAL-RESULTADO
               STRING "CHASSI COM DIGITO INVALIDO (ESPERADO "
                   VIN-DIGITO ")"
                   DELIMITED BY SIZE INTO VAL-MENSAGEM
           END-IF.

       CONFERECHASSI-FIM.
           EXIT.

      *Acha o valor do caracter corrente do chassi na tabela e soma
      *com o peso da posicao
       SOMACARACTER.

           MOVE "N" TO VIN-ACHOU
           PERFORM VARYING VIN-TAB FROM 1 BY 1 UNTIL VIN-TAB > 33
                   OR VIN-ACHOU = "S"
               IF VIN-CARACTERES(VIN-TAB:1) = VIN-CARACTER
                   MOVE "S" TO VIN-ACHOU
                   COMPUTE VIN-SOMA = VIN-SOMA +
                       VIN-VALOR (VIN-TAB) * VIN-PESO (VIN-IND)
               END-IF
           END-PERFORM
           IF VIN-ACHOU = "N"
               MOVE "N" TO VAL-RESULTADO
               STRING "CHASSI COM CARACTER INVALIDO: " VIN-CARACTER
                   DELIMITED BY SIZE INTO VAL-MENSAGEM
           END-IF.

      *Confere o caracter de ano-modelo (posicao 10) contra o ano do
      *modelo; chassi anterior a 1980 nao segue o padrao
       CONFEREANO.

           IF VAL-ANOMODEL >= 1980
               COMPUTE VIN-TAB =
                   FUNCTION MOD(VAL-ANOMODEL - 1980, 30) + 1
               IF VAL-CHASSI(10:1) NOT = VIN-ANOS(VIN-TAB:1)
                   MOVE "N" TO VAL-RESULTADO
                   STRING "ANO DO CHASSI (" VAL-CHASSI(10:1)
                       ") NAO BATE COM " VAL-ANOMODEL
                       DELIMITED BY SIZE INTO VAL-MENSAGEM
               END-IF
           END-IF.

      *Confere a placa: tres letras, um digito, letra (Mercosul) ou
      *digito (antiga) e mais dois digitos
       CONFEREPLACA.

           IF VAL-PLACA(1:3) IS NOT ALPHABETIC-UPPER
                   OR VAL-PLACA(1:1) = SPACE
                   OR VAL-PLACA(2:1) = SPACE
                   OR VAL-PLACA(3:1) = SPACE
                   OR VAL-PLACA(4:1) IS NOT NUMERIC
                   OR VAL-PLACA(6:2) IS NOT NUMERIC
               MOVE "N" TO VAL-RESULTADO
           ELSE
               IF VAL-PLACA(5:1) IS NOT NUMERIC
                   IF VAL-PLACA(5:1) IS NOT ALPHABETIC-UPPER
                           OR VAL-PLACA(5:1) = SPACE
                       MOVE "N" TO VAL-RESULTADO
                   END-IF
               END-IF
           END-IF
           IF VAL-RESULTADO = "N"
               MOVE "PLACA FORA DO PADRAO AAA9999 OU AAA9A99"
                   TO VAL-MENSAGEM
           END-IF.

      *Confere o digito do Renavam: os 10 primeiros digitos x pesos
      *3298765432, soma x 10 modulo 11 (resto 10 vale zero)
       CONFERERENAVAM.

           MOVE VAL-RENAVAM TO REN-WS
           MOVE ZEROS TO REN-SOMA
           PERFORM VARYING REN-IND FROM 1 BY 1 UNTIL REN-IND > 10
               COMPUTE REN-SOMA = REN-SOMA +
                   REN-D (REN-IND) * REN-P (REN-IND)
           END-PERFORM
           COMPUTE REN-DIGITO = FUNCTION MOD(REN-SOMA * 10, 11)
           IF REN-DIGITO = 10
               MOVE ZEROS TO REN-DIGITO
           END-IF
           IF REN-DIGITO NOT = REN-D (11)
               MOVE "N" TO VAL-RESULTADO
               MOVE "RENAVAM COM DIGITO INVALIDO" TO VAL-MENSAGEM
           END-IF.

      *Devolve o controle ao chamador
       FIM.

           GOBACK.

       END PROGRAM P172VAL.
