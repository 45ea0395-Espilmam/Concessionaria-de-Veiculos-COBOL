      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Calculo da comissao do vendedor pela tabela de regras
      *    CADRCOM (mantida pelo gerente em P172RCM), chamado pela
      *    venda direta (P172904) e pela conversao de orcamento
      *    (P172ORC) com CALL "P172CCM" USING REGCOMIS. Pelo chassi
      *    descobre a origem do carro em CADESTOQ (novo "C", usado
      *    "T"/"G"), se e consignado ("G", com a nossa taxa de
      *    CADCONS como margem) ou estoque proprio (margem sobre o
      *    custo de aquisicao de CADAQUI), e com o indicador de
      *    venda financiada escolhe a primeira regra, na ordem do
      *    codigo, que atende a tudo. Devolve o percentual, o bonus
      *    fixo por acessorio vendido ja multiplicado pela
      *    quantidade e o codigo da regra; sem regra que sirva
      *    devolve CCM-RESULTADO = "N" e percentual zero.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      * Mod: 15/10/2026 - margem do estoque proprio sobre o custo
      *      total (aquisicao mais recondicionamento AQUI-CUSTOREC
      *      das OS internas do P172OSS).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172CCM.
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
           SELECT CADESTOQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHASSI
               FILE STATUS IS ERRO.
           SELECT CADCONS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONS-CHASSI
               FILE STATUS IS ERRO.
           SELECT CADAQUI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQUI-CHASSI
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

           FD CADESTOQ
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADESTOQ.DAT".
           01 REGEST.
               02 EST-CHASSI PIC X(17) VALUE SPACES.
               02 EST-MARCA PIC 9(3) VALUE ZEROS.
               02 EST-MODELO PIC 9(3) VALUE ZEROS.
               02 EST-ANOFABRIC PIC 9(4) VALUE ZEROS.
               02 EST-ANOMODEL PIC 9(4) VALUE ZEROS.
               02 EST-COR PIC 9(2) VALUE ZEROS.
               02 EST-STATUS PIC X(1) VALUE "D".
               02 EST-FILIAL PIC 9(2) VALUE ZEROS.
               02 EST-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 EST-DATAENTRADA PIC 9(8) VALUE ZEROS.
               02 EST-ORIGEM PIC X(1) VALUE "C".

           FD CADCONS
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADCONS.DAT".
           01 REGCONS.
               02 CONS-CHASSI PIC X(17) VALUE SPACES.
               02 CONS-CPF PIC 9(11) VALUE ZEROS.
               02 CONS-VALORMIN PIC 9(8)V99 VALUE ZEROS.
               02 CONS-PCT PIC 9(2)V99 VALUE ZEROS.
               02 CONS-DATAINI PIC 9(8) VALUE ZEROS.
               02 CONS-DATAFIM PIC 9(8) VALUE ZEROS.
               02 CONS-SITUACAO PIC X(1) VALUE "A".
               02 CONS-VALORVENDA PIC 9(8)V99 VALUE ZEROS.
               02 CONS-NOSSATAXA PIC 9(8)V99 VALUE ZEROS.
               02 CONS-VALORDONO PIC 9(8)V99 VALUE ZEROS.
               02 CONS-DATALIQ PIC 9(8) VALUE ZEROS.

           FD CADAQUI
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADAQUI.DAT".
           01 REGAQUI.
               02 AQUI-CHASSI PIC X(17) VALUE SPACES.
               02 AQUI-DATA PIC 9(8) VALUE ZEROS.
               02 AQUI-FORNEC PIC 9(3) VALUE ZEROS.
               02 AQUI-CUSTO PIC 9(8)V99 VALUE ZEROS.
               02 AQUI-CUSTOREC PIC 9(8)V99 VALUE ZEROS.

       WORKING-STORAGE SECTION.

           01 ERRO PIC X(2) VALUE "00".
           01 FIMLISTA PIC X(1) VALUE "N".
           01 ACHOUREGRA PIC X(1) VALUE "N".
      *    caracteristicas da venda conferidas contra cada regra
           01 TIPOORIGEM PIC X(1) VALUE "N".
           01 TIPOCONSIG PIC X(1) VALUE "N".
           01 TEMMARGEM PIC X(1) VALUE "N".

       LINKAGE SECTION.
           01 REGCOMIS.
               02 CCM-CHASSI PIC X(17).
               02 CCM-VALORVENDA PIC 9(8)V99.
               02 CCM-FINANCIADA PIC X(1).
               02 CCM-QTACESS PIC 9(3).
               02 CCM-PERCENT PIC 9(2)V99.
               02 CCM-BONUS PIC 9(8)V99.
               02 CCM-REGRA PIC 9(3).
               02 CCM-MARGEM PIC S9(3)V99.
               02 CCM-RESULTADO PIC X(1).
               02 CCM-MENSAGEM PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING REGCOMIS.

      *Levanta origem, consignacao e margem do chassi e procura a
      *primeira regra de CADRCOM que se aplica a venda
       INICIO.

           MOVE "N" TO CCM-RESULTADO
           MOVE SPACES TO CCM-MENSAGEM
           MOVE ZEROS TO CCM-PERCENT CCM-BONUS CCM-REGRA CCM-MARGEM
           IF CCM-FINANCIADA NOT = "S"
               MOVE "N" TO CCM-FINANCIADA
           END-IF

           PERFORM BUSCAORIGEM
           PERFORM BUSCAMARGEM

           MOVE "N" TO ACHOUREGRA
           OPEN INPUT CADRCOM
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               MOVE "SEM TABELA DE COMISSAO (P172RCM)" TO CCM-MENSAGEM
               GO TO FIM
           END-IF

           MOVE "N" TO FIMLISTA
           MOVE ZEROS TO RCOM-CODIGO
           START CADRCOM KEY IS NOT LESS THAN RCOM-CODIGO
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM TESTAREGRA UNTIL FIMLISTA = "S"
               OR ACHOUREGRA = "S"
           CLOSE CADRCOM

           IF ACHOUREGRA = "S"
               MOVE "S" TO CCM-RESULTADO
               MOVE RCOM-CODIGO TO CCM-REGRA
               MOVE RCOM-PERCENT TO CCM-PERCENT
               COMPUTE CCM-BONUS = RCOM-BONUSACE * CCM-QTACESS
               STRING "REGRA " RCOM-CODIGO " " RCOM-DESCRICAO
                   DELIMITED BY SIZE INTO CCM-MENSAGEM
           ELSE
               MOVE "SEM REGRA DE COMISSAO (P172RCM)" TO CCM-MENSAGEM
           END-IF

           GO TO FIM.

      *Origem do chassi em CADESTOQ: novo ("C") ou usado (troca "T"
      *ou consignacao "G"); chassi fora do estoque conta como novo
       BUSCAORIGEM.

           MOVE "N" TO TIPOORIGEM
           MOVE "N" TO TIPOCONSIG
           OPEN INPUT CADESTOQ
           IF ERRO = "00"
               MOVE CCM-CHASSI TO EST-CHASSI
               READ CADESTOQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EST-ORIGEM = "T" OR EST-ORIGEM = "G"
                           MOVE "U" TO TIPOORIGEM
                       END-IF
                       IF EST-ORIGEM = "G"
                           MOVE "S" TO TIPOCONSIG
                       END-IF
               END-READ
               CLOSE CADESTOQ
           END-IF
           MOVE "00" TO ERRO.

      *Margem da venda em percentual: no consignado e a nossa taxa
      *(CONS-PCT de CADCONS); no estoque proprio e o valor de venda
      *menos o custo de aquisicao de CADAQUI sobre o valor de venda.
      *Sem custo registrado a margem fica desconhecida (TEMMARGEM)
       BUSCAMARGEM.

           MOVE "N" TO TEMMARGEM
           IF TIPOCONSIG = "S"
               OPEN INPUT CADCONS
               IF ERRO = "00"
                   MOVE CCM-CHASSI TO CONS-CHASSI
                   READ CADCONS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CONS-PCT TO CCM-MARGEM
                           MOVE "S" TO TEMMARGEM
                   END-READ
                   CLOSE CADCONS
               END-IF
               MOVE "00" TO ERRO
           ELSE
               IF CCM-VALORVENDA > ZEROS
                   OPEN INPUT CADAQUI
                   IF ERRO = "00"
                       MOVE CCM-CHASSI TO AQUI-CHASSI
                       READ CADAQUI
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF AQUI-CUSTO > ZEROS
                                   PERFORM CALCULAMARGEM
                               END-IF
                       END-READ
                       CLOSE CADAQUI
                   END-IF
                   MOVE "00" TO ERRO
               END-IF
           END-IF.

      *Margem sobre o custo; prejuizo muito grande fica no piso
       CALCULAMARGEM.

           MOVE "S" TO TEMMARGEM
           COMPUTE CCM-MARGEM ROUNDED =
               (CCM-VALORVENDA - AQUI-CUSTO - AQUI-CUSTOREC) * 100
                   / CCM-VALORVENDA
               ON SIZE ERROR
                   MOVE -999,99 TO CCM-MARGEM
           END-COMPUTE.

      *Le a proxima regra e confere origem, consignacao, financiamento
      *e faixa de margem ("*" = qualquer; faixa 0 a 0 = qualquer
      *margem, unica que serve quando o custo nao e conhecido)
       TESTAREGRA.

           READ CADRCOM NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF (RCOM-ORIGEM = "*" OR RCOM-ORIGEM = TIPOORIGEM)
                   AND (RCOM-CONSIG = "*" OR RCOM-CONSIG = TIPOCONSIG)
                   AND (RCOM-FINANC = "*"
                       OR RCOM-FINANC = CCM-FINANCIADA)
                   IF RCOM-MARGEMMIN = ZEROS AND RCOM-MARGEMMAX = ZEROS
                       MOVE "S" TO ACHOUREGRA
                   ELSE
                       IF TEMMARGEM = "S"
                           AND CCM-MARGEM >= RCOM-MARGEMMIN
                           AND CCM-MARGEM <= RCOM-MARGEMMAX
                           MOVE "S" TO ACHOUREGRA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Devolve o controle ao chamador
       FIM.

           GOBACK.

       END PROGRAM P172CCM.
