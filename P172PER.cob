      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Conferencia da competencia fechada, chamada por todo
      *    programa que grava movimento com data de negocio (P172904,
      *    P172ORC, P172PAG, P172REN, P172CXA, P172OSS, P172NFE e
      *    P172FEC) com CALL "P172PER" USING REGPERIODO. A ultima
      *    competencia fechada fica em CADPARAM no parametro MESFECH,
      *    gravado pelo fechamento mensal P172CMP no formato AAAA,MM
      *    (ano na parte inteira e mes nos centavos, ex.: 2026,09);
      *    toda data ate o fim desse mes esta fechada. Devolve "S" em
      *    PER-RESULTADO quando a data esta em competencia aberta;
      *    senao "N" e o motivo em PER-MENSAGEM, para o chamador
      *    recusar a gravacao. PER-FECHADA devolve a ultima
      *    competencia fechada (AAAAMM, zero = nenhuma).
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172PER.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CODIGO
               FILE STATUS IS ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

           FD CADPARAM
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPARAM.DAT".
           01 REGPARAM.
               02 PARAM-CODIGO PIC X(8) VALUE SPACES.
               02 PARAM-VALOR PIC 9(5)V99 VALUE ZEROS.
               02 PARAM-DESCRICAO PIC X(30) VALUE SPACES.

       WORKING-STORAGE SECTION.

           01 ERRO PIC X(2) VALUE "00".
      *    MESFECH lido de CADPARAM: ano na parte inteira, mes nos
      *    centavos
           01 MESFECH PIC 9(5)V99 VALUE ZEROS.
           01 MESFECH-R REDEFINES MESFECH.
               02 FILLER PIC 9(1).
               02 MESFECH-ANO PIC 9(4).
               02 MESFECH-MES PIC 9(2).

       LINKAGE SECTION.
           01 REGPERIODO.
               02 PER-DATA PIC 9(8).
               02 PER-FECHADA PIC 9(6).
               02 PER-RESULTADO PIC X(1).
               02 PER-MENSAGEM PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING REGPERIODO.

      *Le a ultima competencia fechada e compara com o mes da data
      *informada; sem CADPARAM ou sem MESFECH nada esta fechado
       INICIO.

           MOVE "S" TO PER-RESULTADO
           MOVE SPACES TO PER-MENSAGEM
           MOVE ZEROS TO PER-FECHADA MESFECH

           OPEN INPUT CADPARAM
           IF ERRO = "00"
               MOVE "MESFECH" TO PARAM-CODIGO
               READ CADPARAM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAM-VALOR TO MESFECH
               END-READ
               CLOSE CADPARAM
           END-IF
           MOVE "00" TO ERRO

           IF MESFECH-ANO > ZEROS
               MOVE MESFECH-ANO TO PER-FECHADA(1:4)
               MOVE MESFECH-MES TO PER-FECHADA(5:2)
           END-IF

           IF PER-FECHADA > ZEROS AND PER-DATA(1:6) <= PER-FECHADA
               MOVE "N" TO PER-RESULTADO
               STRING "COMPETENCIA " PER-DATA(5:2) "/" PER-DATA(1:4)
                   " FECHADA (P172CMP)"
                   DELIMITED BY SIZE INTO PER-MENSAGEM
           END-IF.

      *Devolve o controle ao chamador
       FIM.

           GOBACK.

       END PROGRAM P172PER.
