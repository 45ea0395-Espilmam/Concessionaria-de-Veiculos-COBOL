      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Reclamacoes de garantia ao fabricante. O atendimento
      *    em garantia lancado no P172GAR com pecas e horas de mao de
      *    obra (CADSINIT) abre a reclamacao em CADRECG. Aqui sai a
      *    remessa por marca GARSUB.TXT (numero REMGAR de CTRLNUM, no
      *    mesmo padrao de remessa/retorno do P172GRV) e o retorno
      *    GARRET.TXT do fabricante e processado: A aprovada, P
      *    aprovada em parte com o valor, R recusada com o motivo. O
      *    relatorio das reclamacoes pendentes e recusadas por idade
      *    sai pelo spool (P172SPO).
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172RGA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRECG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGA-NUMERO
               FILE STATUS IS ERRO.
           SELECT CADSINI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-CHAVE
               FILE STATUS IS ERROSIN.
           SELECT CADSINIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIT-CHAVE
               FILE STATUS IS ERROSIT.
           SELECT GARSUB ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROSUB.
           SELECT GARRET ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRORET.
           SELECT CTRLNUM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-NOME
               FILE STATUS IS ERRO.
           SELECT CADLOCK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOCK-CHAVE
               FILE STATUS IS ERROLOCK.
           SELECT LOGTRANS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO.
           SELECT ARQREL ASSIGN TO DYNAMIC NOMERELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROREL.
           SELECT SPOOLIDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPO-CHAVE
               FILE STATUS IS ERROIDX.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

           FD CADRECG
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADRECG.DAT".
           01 REGRECG.
               02 RGA-NUMERO PIC 9(6) VALUE ZEROS.
               02 RGA-MARCA PIC 9(3) VALUE ZEROS.
               02 RGA-CHASSI PIC X(17) VALUE SPACES.
               02 RGA-DATASIN PIC 9(8) VALUE ZEROS.
               02 RGA-SEQSIN PIC 9(3) VALUE ZEROS.
               02 RGA-DATA PIC 9(8) VALUE ZEROS.
               02 RGA-HORAS PIC 9(3)V9 VALUE ZEROS.
               02 RGA-VRMAO PIC 9(8)V99 VALUE ZEROS.
               02 RGA-VRPECAS PIC 9(8)V99 VALUE ZEROS.
               02 RGA-VRTOTAL PIC 9(8)V99 VALUE ZEROS.
               02 RGA-SITUACAO PIC X(1) VALUE "A".
               02 RGA-REMESSA PIC 9(6) VALUE ZEROS.
               02 RGA-DATAENVIO PIC 9(8) VALUE ZEROS.
               02 RGA-VRAPROVADO PIC 9(8)V99 VALUE ZEROS.
               02 RGA-MOTIVO PIC X(40) VALUE SPACES.
               02 RGA-DATARET PIC 9(8) VALUE ZEROS.

           FD CADSINI
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADSINI.DAT".
           01 REGSIN.
               02 SIN-CHAVE.
                   03 SIN-CHASSI PIC X(17) VALUE SPACES.
                   03 SIN-DATA PIC 9(8) VALUE ZEROS.
                   03 SIN-SEQ PIC 9(3) VALUE ZEROS.
               02 SIN-DESCRICAO PIC X(40) VALUE SPACES.

           FD CADSINIT
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADSINIT.DAT".
           01 REGSINIT.
               02 SIT-CHAVE.
                   03 SIT-CHASSI PIC X(17) VALUE SPACES.
                   03 SIT-DATA PIC 9(8) VALUE ZEROS.
                   03 SIT-SEQ PIC 9(3) VALUE ZEROS.
                   03 SIT-ITEM PIC 9(3) VALUE ZEROS.
               02 SIT-TIPO PIC X(1) VALUE "M".
               02 SIT-CODPECA PIC 9(5) VALUE ZEROS.
               02 SIT-FILIAL PIC 9(2) VALUE ZEROS.
               02 SIT-DESCRICAO PIC X(30) VALUE SPACES.
               02 SIT-QTD PIC 9(3)V9 VALUE ZEROS.
               02 SIT-VRUNIT PIC 9(8)V99 VALUE ZEROS.
               02 SIT-VRTOTAL PIC 9(8)V99 VALUE ZEROS.

           FD GARSUB
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "GARSUB.TXT".
           01 REGSUB.
               02 SUB-REMESSA PIC 9(6) VALUE ZEROS.
               02 SUB-MARCA PIC 9(3) VALUE ZEROS.
               02 SUB-RECLAMO PIC 9(6) VALUE ZEROS.
               02 SUB-CHASSI PIC X(17) VALUE SPACES.
               02 SUB-DATASIN PIC 9(8) VALUE ZEROS.
               02 SUB-DEFEITO PIC X(40) VALUE SPACES.
               02 SUB-HORAS PIC 9(3)V9 VALUE ZEROS.
               02 SUB-VRMAO PIC 9(8)V99 VALUE ZEROS.
               02 SUB-VRPECAS PIC 9(8)V99 VALUE ZEROS.
               02 SUB-VRTOTAL PIC 9(8)V99 VALUE ZEROS.
               02 SUB-DATA PIC 9(8) VALUE ZEROS.

           FD GARRET
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "GARRET.TXT".
           01 REGRET.
               02 RET-RECLAMO PIC 9(6) VALUE ZEROS.
               02 RET-STATUS PIC X(1) VALUE SPACES.
               02 RET-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 RET-MOTIVO PIC X(40) VALUE SPACES.
               02 RET-DATA PIC 9(8) VALUE ZEROS.

           FD CTRLNUM
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CTRLNUM.DAT".
           01 REGCTRL.
               02 CTRL-NOME PIC X(8) VALUE SPACES.
               02 CTRL-ULTIMO PIC 9(8) VALUE ZEROS.

           FD CADLOCK
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADLOCK.DAT".
           01 REGLOCK.
               02 LOCK-CHAVE PIC X(30) VALUE SPACES.
               02 LOCK-OPERADOR PIC X(20) VALUE SPACES.
               02 LOCK-DATAHORA PIC X(14) VALUE SPACES.

           FD LOGTRANS
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "LOGTRANS.DAT".
           01 REGLOG.
               02 LOG-OPERADOR PIC X(20) VALUE SPACES.
               02 LOG-PROGRAMA PIC X(8) VALUE SPACES.
               02 LOG-DATAHORA PIC X(14) VALUE SPACES.
               02 LOG-OPERACAO PIC X(6) VALUE SPACES.
               02 LOG-CHAVE PIC X(20) VALUE SPACES.

           FD ARQREL
              LABEL  RECORD IS STANDARD.
           01 REGREL PIC X(80) VALUE SPACES.

           FD SPOOLIDX
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "SPOOLIDX.DAT".
           01 REGSPO.
               02 SPO-CHAVE.
                   03 SPO-PROGRAMA PIC X(8) VALUE SPACES.
                   03 SPO-DATAHORA PIC X(14) VALUE SPACES.
               02 SPO-TITULO PIC X(30) VALUE SPACES.
               02 SPO-ARQUIVO PIC X(22) VALUE SPACES.

       WORKING-STORAGE SECTION.
           01 ERROREL PIC X(2) VALUE "00".
           01 ERROIDX PIC X(2) VALUE "00".
           01 NOMERELATORIO PIC X(22) VALUE SPACES.
           01 LINHAREL PIC X(80) VALUE SPACES.
           01 CONTLINHA PIC 9(2) VALUE 99.
           01 CONTPAGINA PIC 9(3) VALUE ZEROS.
           01 DATAHORAREL PIC X(14) VALUE SPACES.
           01 LD-PAGINA PIC ZZ9 VALUE ZEROS.
           01 TITULOREL PIC X(30) VALUE SPACES.


           01 ERRO PIC X(2) VALUE "00".
           01 ERROSIN PIC X(2) VALUE "00".
           01 ERROSIT PIC X(2) VALUE "00".
           01 ERROSUB PIC X(2) VALUE "00".
           01 ERRORET PIC X(2) VALUE "00".
           01 ERROLOCK PIC X(2) VALUE "00".
           01 LOCKOBTIDO PIC X(1) VALUE "N".
           01 CTRLNOME-TRAB PIC X(8) VALUE SPACES.
           01 TENTATIVASCTRL PIC 9(3) VALUE ZEROS.
           01 NUMCONTADOR PIC 9(8) VALUE ZEROS.
           01 NUMREMESSA PIC 9(6) VALUE ZEROS.
           01 OPC PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 DIASHOJE PIC 9(8) VALUE ZEROS.
           01 DIASRECLAMO PIC 9(8) VALUE ZEROS.
           01 IDADE PIC S9(5) VALUE ZEROS.
           01 MARCAPEDIDA PIC 9(3) VALUE ZEROS.
           01 RECLAMOPEDIDO PIC 9(6) VALUE ZEROS.
           01 VALORABERTO PIC 9(8)V99 VALUE ZEROS.
           01 QTENVIADOS PIC 9(5) VALUE ZEROS.
           01 QTAPROVADAS PIC 9(5) VALUE ZEROS.
           01 QTPARCIAIS PIC 9(5) VALUE ZEROS.
           01 QTRECUSADAS PIC 9(5) VALUE ZEROS.
           01 QTIGNORADOS PIC 9(5) VALUE ZEROS.
           01 QTLISTADAS PIC 9(5) VALUE ZEROS.
           01 TOTENVIADO PIC 9(10)V99 VALUE ZEROS.
           01 TOTAPROVADO PIC 9(10)V99 VALUE ZEROS.
           01 TOTFAIXA1 PIC 9(10)V99 VALUE ZEROS.
           01 TOTFAIXA2 PIC 9(10)V99 VALUE ZEROS.
           01 TOTFAIXA3 PIC 9(10)V99 VALUE ZEROS.
           01 TOTFAIXA4 PIC 9(10)V99 VALUE ZEROS.
           01 TOTPENDENTE PIC 9(10)V99 VALUE ZEROS.
           01 TOTRECUSADO PIC 9(10)V99 VALUE ZEROS.

           01 LD-VALOR PIC Z(8),99 VALUE ZEROS.
           01 LD-APROVADO PIC Z(8),99 VALUE ZEROS.
           01 LD-TOTAL PIC Z(10),99 VALUE ZEROS.
           01 LD-DIAS PIC ZZZZ9 VALUE ZEROS.
           01 LD-FAIXA PIC X(10) VALUE SPACES.
           01 LD-HORAS PIC ZZ9,9 VALUE ZEROS.
           01 LD-SITUACAO PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Abre o arquivo de reclamacoes, criado na primeira execucao
       ARQUIVO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE
           COMPUTE DIASHOJE =
               FUNCTION INTEGER-OF-DATE (DATAHOJE)

           OPEN I-O CADRECG
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADRECG
                   CLOSE CADRECG
                   DISPLAY "ARQUIVO CADRECG SENDO CRIADO"
                   GO TO ARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRECG"
                   GO TO FIM
           ELSE
               CONTINUE.

      *Mostra um menu de opcoes para o usuario
       MENU-PRINCIPAL.

           DISPLAY " "
           DISPLAY "RECLAMACOES DE GARANTIA AO FABRICANTE"
           DISPLAY "1 - GERAR REMESSA DA MARCA (GARSUB.TXT)"
           DISPLAY "2 - PROCESSAR RETORNO DO FABRICANTE (GARRET.TXT)"
           DISPLAY "3 - CONSULTAR RECLAMACAO"
           DISPLAY "4 - PENDENTES E RECUSADAS POR IDADE"
           DISPLAY "5 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
                   GO TO GERAREMESSA
               ELSE IF OPC = "2"
                   GO TO PROCESSARETORNO
               ELSE IF OPC = "3"
                   GO TO CONSULTAR
               ELSE IF OPC = "4"
                   GO TO RELATORIO
               ELSE IF OPC = "5"
                   GO TO SAIR
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Junta numa remessa as reclamacoes da marca ainda nao enviadas,
      *com o defeito do atendimento, e marca como enviadas
       GERAREMESSA.

           DISPLAY "CODIGO DA MARCA: "
           ACCEPT MARCAPEDIDA
           IF MARCAPEDIDA = ZEROS
               DISPLAY "DIGITE A MARCA"
               GO TO GERAREMESSA
           END-IF

           MOVE "REMGAR" TO CTRLNOME-TRAB
           PERFORM PROXNUMERO
           MOVE NUMCONTADOR TO NUMREMESSA

           MOVE "00" TO ERROSUB
           OPEN EXTEND GARSUB
           IF ERROSUB = "30" OR ERROSUB = "35"
               OPEN OUTPUT GARSUB
               CLOSE GARSUB
               OPEN EXTEND GARSUB
           END-IF
           MOVE "00" TO ERROSIN
           OPEN INPUT CADSINI

           MOVE ZEROS TO QTENVIADOS TOTENVIADO
           MOVE "N" TO FIMLISTA
           MOVE ZEROS TO RGA-NUMERO
           START CADRECG KEY IS NOT LESS THAN RGA-NUMERO
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START

           PERFORM ENVIARECLAMO UNTIL FIMLISTA = "S"

           CLOSE GARSUB
           IF ERROSIN = "00"
               CLOSE CADSINI
           END-IF
           MOVE "00" TO ERRO

           MOVE TOTENVIADO TO LD-TOTAL
           DISPLAY "REMESSA " NUMREMESSA " DA MARCA " MARCAPEDIDA
           DISPLAY "RECLAMACOES ENVIADAS: " QTENVIADOS
               "  VALOR: " LD-TOTAL
           IF QTENVIADOS > ZEROS
               MOVE "REMGAR" TO LOG-OPERACAO
               MOVE NUMREMESSA TO LOG-CHAVE
               PERFORM GRAVALOG
           END-IF
           GO TO MENU-PRINCIPAL.

      *Le a proxima reclamacao e envia se for da marca e em aberto
       ENVIARECLAMO.

           READ CADRECG NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF RGA-MARCA = MARCAPEDIDA AND RGA-SITUACAO = "A"
                   MOVE SPACES TO SIN-DESCRICAO
                   IF ERROSIN = "00"
                       MOVE RGA-CHASSI TO SIN-CHASSI
                       MOVE RGA-DATASIN TO SIN-DATA
                       MOVE RGA-SEQSIN TO SIN-SEQ
                       READ CADSINI
                           INVALID KEY
                               MOVE SPACES TO SIN-DESCRICAO
                       END-READ
                       MOVE "00" TO ERROSIN
                   END-IF

                   MOVE NUMREMESSA TO SUB-REMESSA
                   MOVE RGA-MARCA TO SUB-MARCA
                   MOVE RGA-NUMERO TO SUB-RECLAMO
                   MOVE RGA-CHASSI TO SUB-CHASSI
                   MOVE RGA-DATASIN TO SUB-DATASIN
                   MOVE SIN-DESCRICAO TO SUB-DEFEITO
                   MOVE RGA-HORAS TO SUB-HORAS
                   MOVE RGA-VRMAO TO SUB-VRMAO
                   MOVE RGA-VRPECAS TO SUB-VRPECAS
                   MOVE RGA-VRTOTAL TO SUB-VRTOTAL
                   MOVE DATAHOJE TO SUB-DATA
                   WRITE REGSUB

                   MOVE "E" TO RGA-SITUACAO
                   MOVE NUMREMESSA TO RGA-REMESSA
                   MOVE DATAHOJE TO RGA-DATAENVIO
                   REWRITE REGRECG
                   ADD 1 TO QTENVIADOS
                   ADD RGA-VRTOTAL TO TOTENVIADO
               END-IF
           END-IF.

      *Processa o retorno do fabricante: A aprova o valor pedido, P
      *aprova o valor informado, R recusa com o motivo
       PROCESSARETORNO.

           MOVE "00" TO ERRORET
           OPEN INPUT GARRET
           IF ERRORET NOT = "00"
               DISPLAY "GARRET.TXT NAO ENCONTRADO"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE ZEROS TO QTAPROVADAS QTPARCIAIS QTRECUSADAS
               QTIGNORADOS TOTAPROVADO
           MOVE "N" TO FIMLISTA
           PERFORM APLICARETORNO UNTIL FIMLISTA = "S"

           CLOSE GARRET

           MOVE TOTAPROVADO TO LD-TOTAL
           DISPLAY "RETORNO PROCESSADO"
           DISPLAY "APROVADAS:          " QTAPROVADAS
           DISPLAY "APROVADAS EM PARTE: " QTPARCIAIS
           DISPLAY "RECUSADAS:          " QTRECUSADAS
           DISPLAY "NAO ENVIADAS/SEM RECLAMACAO: " QTIGNORADOS
           DISPLAY "VALOR APROVADO:     " LD-TOTAL

           MOVE "RETGAR" TO LOG-OPERACAO
           MOVE DATAHOJE TO LOG-CHAVE
           PERFORM GRAVALOG
           GO TO MENU-PRINCIPAL.

      *Le o proximo registro do retorno e aplica na reclamacao, que
      *precisa estar enviada
       APLICARETORNO.

           READ GARRET
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               MOVE RET-RECLAMO TO RGA-NUMERO
               READ CADRECG
                   INVALID KEY
                       ADD 1 TO QTIGNORADOS
                   NOT INVALID KEY
                       IF RGA-SITUACAO NOT = "E"
                           ADD 1 TO QTIGNORADOS
                       ELSE
                           PERFORM RESULTADORECLAMO
                       END-IF
               END-READ
               MOVE "00" TO ERRO
           END-IF.

      *Grava o resultado do fabricante na reclamacao corrente
       RESULTADORECLAMO.

           IF RET-STATUS = "P" AND RET-VALOR NOT < RGA-VRTOTAL
               MOVE "A" TO RET-STATUS
           END-IF

           IF RET-STATUS = "A"
               MOVE "T" TO RGA-SITUACAO
               MOVE RGA-VRTOTAL TO RGA-VRAPROVADO
               MOVE SPACES TO RGA-MOTIVO
               ADD 1 TO QTAPROVADAS
           ELSE
               IF RET-STATUS = "P"
                   MOVE "P" TO RGA-SITUACAO
                   MOVE RET-VALOR TO RGA-VRAPROVADO
                   MOVE RET-MOTIVO TO RGA-MOTIVO
                   ADD 1 TO QTPARCIAIS
               ELSE
                   MOVE "R" TO RGA-SITUACAO
                   MOVE ZEROS TO RGA-VRAPROVADO
                   MOVE RET-MOTIVO TO RGA-MOTIVO
                   ADD 1 TO QTRECUSADAS
               END-IF
           END-IF

           IF RET-DATA > ZEROS
               MOVE RET-DATA TO RGA-DATARET
           ELSE
               MOVE DATAHOJE TO RGA-DATARET
           END-IF
           ADD RGA-VRAPROVADO TO TOTAPROVADO
           REWRITE REGRECG.

      *Mostra uma reclamacao com os itens gastos no atendimento
       CONSULTAR.

           DISPLAY "NUMERO DA RECLAMACAO: "
           ACCEPT RECLAMOPEDIDO
           MOVE RECLAMOPEDIDO TO RGA-NUMERO
           READ CADRECG
           IF ERRO NOT = "00"
               DISPLAY "RECLAMACAO NAO ENCONTRADA"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM DESCREVESITUACAO
           DISPLAY " "
           DISPLAY "RECLAMACAO " RGA-NUMERO "  MARCA " RGA-MARCA
               "  CHASSI " RGA-CHASSI
           DISPLAY "ATENDIMENTO DE " RGA-DATASIN " SEQ " RGA-SEQSIN
           MOVE RGA-HORAS TO LD-HORAS
           MOVE RGA-VRMAO TO LD-VALOR
           DISPLAY "MAO DE OBRA: " LD-HORAS " H  " LD-VALOR
           MOVE RGA-VRPECAS TO LD-VALOR
           DISPLAY "PECAS:              " LD-VALOR
           MOVE RGA-VRTOTAL TO LD-VALOR
           DISPLAY "TOTAL PEDIDO:       " LD-VALOR
           DISPLAY "SITUACAO: " LD-SITUACAO
           IF RGA-REMESSA > ZEROS
               DISPLAY "REMESSA " RGA-REMESSA " ENVIADA EM "
                   RGA-DATAENVIO
           END-IF
           IF RGA-DATARET > ZEROS
               MOVE RGA-VRAPROVADO TO LD-APROVADO
               DISPLAY "RETORNO EM " RGA-DATARET "  APROVADO: "
                   LD-APROVADO
           END-IF
           IF RGA-MOTIVO NOT = SPACES
               DISPLAY "MOTIVO: " RGA-MOTIVO
           END-IF

           MOVE "00" TO ERROSIT
           OPEN INPUT CADSINIT
           IF ERROSIT = "00"
               MOVE "N" TO FIMLISTA
               MOVE RGA-CHASSI TO SIT-CHASSI
               MOVE RGA-DATASIN TO SIT-DATA
               MOVE RGA-SEQSIN TO SIT-SEQ
               MOVE ZEROS TO SIT-ITEM
               START CADSINIT KEY IS NOT LESS THAN SIT-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIMLISTA
               END-START
               DISPLAY "ITENS DO ATENDIMENTO"
               PERFORM MOSTRAITEM UNTIL FIMLISTA = "S"
               CLOSE CADSINIT
           END-IF
           MOVE "00" TO ERROSIT
           GO TO MENU-PRINCIPAL.

      *Le o proximo item e mostra se for do atendimento reclamado
       MOSTRAITEM.

           READ CADSINIT NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF SIT-CHASSI NOT = RGA-CHASSI
                   OR SIT-DATA NOT = RGA-DATASIN
                   OR SIT-SEQ NOT = RGA-SEQSIN
                   MOVE "S" TO FIMLISTA
               ELSE
                   MOVE SIT-QTD TO LD-HORAS
                   MOVE SIT-VRTOTAL TO LD-VALOR
                   DISPLAY SIT-ITEM " " SIT-TIPO " " SIT-CODPECA " "
                       SIT-DESCRICAO " " LD-HORAS " " LD-VALOR
               END-IF
           END-IF.

      *Traduz a situacao da reclamacao corrente para o relatorio
       DESCREVESITUACAO.

           IF RGA-SITUACAO = "A"
               MOVE "A ENVIAR" TO LD-SITUACAO
           ELSE IF RGA-SITUACAO = "E"
               MOVE "ENVIADA" TO LD-SITUACAO
           ELSE IF RGA-SITUACAO = "T"
               MOVE "APROVADA" TO LD-SITUACAO
           ELSE IF RGA-SITUACAO = "P"
               MOVE "PARCIAL" TO LD-SITUACAO
           ELSE
               MOVE "RECUSADA" TO LD-SITUACAO.

      *Relatorio das reclamacoes pendentes (a enviar ou sem retorno)
      *e recusadas, total ou em parte, por faixa de idade desde a
      *abertura - o dinheiro que o fabricante ainda deve a loja
       RELATORIO.

           DISPLAY "CODIGO DA MARCA (0 = TODAS): "
           ACCEPT MARCAPEDIDA

           MOVE ZEROS TO QTLISTADAS TOTFAIXA1 TOTFAIXA2 TOTFAIXA3
               TOTFAIXA4 TOTPENDENTE TOTRECUSADO
           MOVE "N" TO FIMLISTA
           MOVE ZEROS TO RGA-NUMERO
           START CADRECG KEY IS NOT LESS THAN RGA-NUMERO
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START

           MOVE "GARANTIA A RECEBER POR IDADE" TO TITULOREL
           PERFORM ABRESPOOL

           IF MARCAPEDIDA = ZEROS
               MOVE "PENDENTES E RECUSADAS - TODAS AS MARCAS"
                   TO LINHAREL
           ELSE
               STRING "PENDENTES E RECUSADAS - MARCA "
                   MARCAPEDIDA
                   DELIMITED BY SIZE INTO LINHAREL
           END-IF
           PERFORM GRAVAREL
           MOVE "NUMERO MAR CHASSI             ABERTURA   DIAS  FAIXA"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "  SITUACAO    VALOR EM ABERTO  MOTIVO" TO LINHAREL
           PERFORM GRAVAREL
           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL

           PERFORM CLASSIFICARECLAMO THRU CLASSIFICARECLAMO-FIM
               UNTIL FIMLISTA = "S"

           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "VALOR EM ABERTO POR FAIXA DE IDADE" TO LINHAREL
           PERFORM GRAVAREL
           MOVE TOTFAIXA1 TO LD-TOTAL
           STRING "ATE 30 DIAS: " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE TOTFAIXA2 TO LD-TOTAL
           STRING "31-60 DIAS:  " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE TOTFAIXA3 TO LD-TOTAL
           STRING "61-90 DIAS:  " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE TOTFAIXA4 TO LD-TOTAL
           STRING "ACIMA DE 90: " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE TOTPENDENTE TO LD-TOTAL
           STRING "PENDENTE DE RETORNO:   " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE TOTRECUSADO TO LD-TOTAL
           STRING "RECUSADO PELO FABRICANTE: " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           CLOSE ARQREL
           MOVE "00" TO ERRO

           DISPLAY " "
           DISPLAY "RECLAMACOES LISTADAS: " QTLISTADAS
           MOVE TOTPENDENTE TO LD-TOTAL
           DISPLAY "PENDENTE DE RETORNO: " LD-TOTAL
           MOVE TOTRECUSADO TO LD-TOTAL
           DISPLAY "RECUSADO:            " LD-TOTAL
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO MENU-PRINCIPAL.

      *Le a proxima reclamacao e, se ainda houver valor em aberto,
      *classifica na faixa de idade
       CLASSIFICARECLAMO.

           READ CADRECG NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA = "S"
               GO TO CLASSIFICARECLAMO-FIM
           END-IF
           IF MARCAPEDIDA NOT = ZEROS AND RGA-MARCA NOT = MARCAPEDIDA
               GO TO CLASSIFICARECLAMO-FIM
           END-IF
           IF RGA-SITUACAO = "T"
               GO TO CLASSIFICARECLAMO-FIM
           END-IF

           IF RGA-SITUACAO = "A" OR RGA-SITUACAO = "E"
               MOVE RGA-VRTOTAL TO VALORABERTO
               ADD VALORABERTO TO TOTPENDENTE
           ELSE
               COMPUTE VALORABERTO = RGA-VRTOTAL - RGA-VRAPROVADO
               ADD VALORABERTO TO TOTRECUSADO
           END-IF
           IF VALORABERTO = ZEROS
               GO TO CLASSIFICARECLAMO-FIM
           END-IF
           ADD 1 TO QTLISTADAS

           COMPUTE DIASRECLAMO =
               FUNCTION INTEGER-OF-DATE (RGA-DATA)
           COMPUTE IDADE = DIASHOJE - DIASRECLAMO
           IF IDADE < ZEROS
               MOVE ZEROS TO IDADE
           END-IF

           IF IDADE <= 30
               MOVE "ATE 30" TO LD-FAIXA
               ADD VALORABERTO TO TOTFAIXA1
           ELSE
               IF IDADE <= 60
                   MOVE "31-60" TO LD-FAIXA
                   ADD VALORABERTO TO TOTFAIXA2
               ELSE
                   IF IDADE <= 90
                       MOVE "61-90" TO LD-FAIXA
                       ADD VALORABERTO TO TOTFAIXA3
                   ELSE
                       MOVE "ACIMA 90" TO LD-FAIXA
                       ADD VALORABERTO TO TOTFAIXA4
                   END-IF
               END-IF
           END-IF

           PERFORM DESCREVESITUACAO
           MOVE IDADE TO LD-DIAS
           MOVE VALORABERTO TO LD-VALOR
           STRING RGA-NUMERO " " RGA-MARCA " " RGA-CHASSI "  "
               RGA-DATA " " LD-DIAS "  " LD-FAIXA
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           STRING "  " LD-SITUACAO "  " LD-VALOR "  " RGA-MOTIVO
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL.

       CLASSIFICARECLAMO-FIM.
           EXIT.

      *Busca o proximo numero no contador CTRLNOME-TRAB de CTRLNUM,
      *criando o contador na primeira utilizacao
       PROXNUMERO.

           PERFORM BLOQUEIACTRL
           OPEN I-O CTRLNUM
           IF ERRO = "30" OR ERRO = "35"
               OPEN OUTPUT CTRLNUM
               CLOSE CTRLNUM
               OPEN I-O CTRLNUM
           END-IF

           MOVE CTRLNOME-TRAB TO CTRL-NOME
           READ CTRLNUM
               INVALID KEY
                   MOVE CTRLNOME-TRAB TO CTRL-NOME
                   MOVE 1 TO CTRL-ULTIMO
                   WRITE REGCTRL
               NOT INVALID KEY
                   ADD 1 TO CTRL-ULTIMO
                   REWRITE REGCTRL
           END-READ

           MOVE CTRL-ULTIMO TO NUMCONTADOR
           CLOSE CTRLNUM
           PERFORM DESBLOQUEIACTRL
           MOVE "00" TO ERRO.

      *Reserva o contador CTRLNOME-TRAB no arquivo de travas antes do
      *incremento, para dois terminais nao tirarem o mesmo numero;
      *depois de 100 tentativas a trava e considerada morta (terminal
      *caido no meio do incremento) e e tomada
       BLOQUEIACTRL.

           MOVE ZEROS TO TENTATIVASCTRL
           MOVE "N" TO LOCKOBTIDO
           PERFORM TENTATRAVACTRL UNTIL LOCKOBTIDO = "S".

      *Uma tentativa de reservar o contador de trabalho
       TENTATRAVACTRL.

           ADD 1 TO TENTATIVASCTRL
           MOVE "00" TO ERROLOCK
           OPEN I-O CADLOCK
           IF ERROLOCK = "30" OR ERROLOCK = "35"
               OPEN OUTPUT CADLOCK
               CLOSE CADLOCK
               OPEN I-O CADLOCK
           END-IF
           MOVE SPACES TO LOCK-CHAVE
           MOVE "CTRL:" TO LOCK-CHAVE(1:5)
           MOVE CTRLNOME-TRAB TO LOCK-CHAVE(6:8)
           IF TENTATIVASCTRL > 100
               DELETE CADLOCK RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           ACCEPT LOCK-OPERADOR FROM ENVIRONMENT "USER"
           MOVE FUNCTION CURRENT-DATE (1:14) TO LOCK-DATAHORA
           WRITE REGLOCK
           IF ERROLOCK = "00" OR ERROLOCK = "02"
               MOVE "S" TO LOCKOBTIDO
           END-IF
           CLOSE CADLOCK
      *    arquivo de travas inoperante: segue sem a trava para
      *    nao parar a oficina
           IF TENTATIVASCTRL > 200
               MOVE "S" TO LOCKOBTIDO
           END-IF.

      *Devolve a trava do contador de trabalho apos o incremento
       DESBLOQUEIACTRL.

           MOVE "00" TO ERROLOCK
           OPEN I-O CADLOCK
           IF ERROLOCK = "00"
               MOVE SPACES TO LOCK-CHAVE
               MOVE "CTRL:" TO LOCK-CHAVE(1:5)
               MOVE CTRLNOME-TRAB TO LOCK-CHAVE(6:8)
               DELETE CADLOCK RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE CADLOCK
           END-IF
           MOVE "N" TO LOCKOBTIDO.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
           MOVE "P172RGA" TO LOG-PROGRAMA
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

      *Fecha o arquivo de reclamacoes antes de encerrar
       SAIR.

           CLOSE CADRECG.

      *Fecha o programa
       FIM.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "RGA" TO NOMERELATORIO(1:3)
           MOVE DATAHORAREL(1:14) TO NOMERELATORIO(4:14)
           MOVE ".TXT" TO NOMERELATORIO(18:4)
           OPEN OUTPUT ARQREL
           MOVE ZEROS TO CONTPAGINA
           MOVE 99 TO CONTLINHA
           MOVE "00" TO ERROIDX
           OPEN I-O SPOOLIDX
           IF ERROIDX = "30" OR ERROIDX = "35"
               OPEN OUTPUT SPOOLIDX
               CLOSE SPOOLIDX
               OPEN I-O SPOOLIDX
           END-IF
           MOVE "P172RGA" TO SPO-PROGRAMA
           MOVE DATAHORAREL TO SPO-DATAHORA
           MOVE TITULOREL TO SPO-TITULO
           MOVE NOMERELATORIO TO SPO-ARQUIVO
           WRITE REGSPO
           CLOSE SPOOLIDX.

      *Grava LINHAREL no spool, saltando de pagina a cada 56 linhas
       GRAVAREL.

           IF CONTLINHA > 56
               PERFORM CABECALHO
           END-IF
           MOVE LINHAREL TO REGREL
           WRITE REGREL
           ADD 1 TO CONTLINHA
           MOVE SPACES TO LINHAREL.

      *Imprime o cabecalho de pagina do relatorio (titulo, data da
      *execucao e numero da pagina)
       CABECALHO.

           ADD 1 TO CONTPAGINA
           MOVE CONTPAGINA TO LD-PAGINA
           MOVE SPACES TO REGREL
           STRING "P172RGA  " TITULOREL "  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172RGA.
