      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Manutencao do resumo mensal de vendas (CADRESV e o
      *    indice por venda CADRESC, mantidos pelo P172RES). Permite
      *    rodar a atualizacao fora da cadeia noturna, pedir a
      *    reconstrucao completa do resumo a partir do CADVEIC - para
      *    recuperar o resumo danificado ou depois de restaurar o
      *    CADVEIC (P172BKP) ou converter os arquivos (P172CVC) - e
      *    conferir o resumo contra o CADVEIC: mes a mes, unidades,
      *    valor de venda, valor pago, ICMS, IPI, comissao e custo
      *    somados direto das vendas (VEIC-STATUS = "V") e do custo
      *    em CADAQUI contra os mesmos totais do resumo, apontando os
      *    meses divergentes. A conferencia sai pelo spool (P172SPO).
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172RSV.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
           SELECT CADAQUI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQUI-CHASSI
               FILE STATUS IS ERROAQUI.
           SELECT CADRESV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-CHAVE
               FILE STATUS IS ERRORES
               ALTERNATE RECORD KEY RES-FILIAL DUPLICATES.
           SELECT CTRLNUM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-NOME
               FILE STATUS IS ERROCTRL.
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

           FD CADVEIC
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 VEIC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 VEICULO.
                   03 VEIC-MARCA PIC 9(3) VALUE ZEROES.
                   03 VEIC-MODEL PIC 9(3) VALUE ZEROES.
                   03 VEIC-CPF PIC 9(11) VALUE ZEROS.
               02 ANOMODELO.
                   05 ANO-FABRIC PIC 9(4) VALUE ZEROS.
                   05 ANO-MODEL PIC 9(4) VALUE ZEROS.
               02 COR PIC 9(2) VALUE ZEROS.
               02 VEIC-STATUS PIC X(1) VALUE "D".
               02 CHASSI PIC X(17) VALUE SPACES.
               02 VEIC-VEND PIC 9(3) VALUE ZEROS.
               02 COMISSAO PIC 9(2)V9(2) VALUE ZEROS.
               02 VALORVENDA PIC 9(8)V99 VALUE ZEROS.
               02 VRPGTO PIC 9(8)V99 VALUE ZEROS.
               02 VRCOM PIC 9(8)V99 VALUE ZEROS.
               02 DATAVENDA PIC 9(8) VALUE ZEROS.
               02 VLR-ICMS PIC 9(8)V99 VALUE ZEROS.
               02 VLR-IPI PIC 9(8)V99 VALUE ZEROS.
               02 FILIAL PIC 9(2) VALUE ZEROS.

           FD CADAQUI
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADAQUI.DAT".
           01 REGAQUI.
               02 AQUI-CHASSI PIC X(17) VALUE SPACES.
               02 AQUI-DATA PIC 9(8) VALUE ZEROS.
               02 AQUI-FORNEC PIC 9(3) VALUE ZEROS.
               02 AQUI-CUSTO PIC 9(8)V99 VALUE ZEROS.
               02 AQUI-CUSTOREC PIC 9(8)V99 VALUE ZEROS.

           FD CADRESV
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADRESV.DAT".
           01 REGRESV.
               02 RES-CHAVE.
                   03 RES-ANOMES PIC 9(6) VALUE ZEROS.
                   03 RES-FILIAL PIC 9(2) VALUE ZEROS.
                   03 RES-VEND PIC 9(3) VALUE ZEROS.
                   03 RES-MARCA PIC 9(3) VALUE ZEROS.
                   03 RES-MODELO PIC 9(3) VALUE ZEROS.
               02 RES-QTD PIC 9(5) VALUE ZEROS.
               02 RES-VALOR PIC 9(10)V99 VALUE ZEROS.
               02 RES-VRPGTO PIC 9(10)V99 VALUE ZEROS.
               02 RES-ICMS PIC 9(10)V99 VALUE ZEROS.
               02 RES-IPI PIC 9(10)V99 VALUE ZEROS.
               02 RES-VRCOM PIC 9(10)V99 VALUE ZEROS.
               02 RES-CUSTO PIC 9(10)V99 VALUE ZEROS.
               02 RES-QTCANC PIC 9(5) VALUE ZEROS.
               02 RES-VRCANC PIC 9(10)V99 VALUE ZEROS.
               02 RES-DATAATU PIC X(14) VALUE SPACES.

           FD CTRLNUM
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CTRLNUM.DAT".
           01 REGCTRL.
               02 CTRL-NOME PIC X(8) VALUE SPACES.
               02 CTRL-ULTIMO PIC 9(8) VALUE ZEROS.

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

           01 ERRO PIC X(2) VALUE "00".
           01 ERROAQUI PIC X(2) VALUE "00".
           01 ERRORES PIC X(2) VALUE "00".
           01 ERROCTRL PIC X(2) VALUE "00".
           01 OPC PIC X(1) VALUE SPACES.
           01 CONFIRMA PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 TEMAQUI PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 CUSTOVEIC PIC 9(8)V99 VALUE ZEROS.

      *    situacao da ultima rodada (contadores do P172RES)
           01 ULTCONTRATO PIC 9(8) VALUE ZEROS.
           01 MARCALOG.
               02 MARCALOG-DATA PIC 9(8) VALUE ZEROS.
               02 MARCALOG-HORA PIC 9(6) VALUE ZEROS.

      *    totais por mes: lado 1 = CADVEIC, lado 2 = resumo
           01 TABMES.
               02 TM-ENT OCCURS 300 TIMES.
                   03 TM-ANOMES PIC 9(6).
                   03 TM-LADO OCCURS 2 TIMES.
                       04 TM-QTD PIC 9(7).
                       04 TM-VALOR PIC 9(12)V99.
                       04 TM-VRPGTO PIC 9(12)V99.
                       04 TM-ICMS PIC 9(12)V99.
                       04 TM-IPI PIC 9(12)V99.
                       04 TM-VRCOM PIC 9(12)V99.
                       04 TM-CUSTO PIC 9(12)V99.
           01 QTMES PIC 9(3) VALUE ZEROS.
           01 IXMES PIC 9(3) VALUE ZEROS.
           01 ACHOUMES PIC X(1) VALUE "N".
           01 ANOMESTRAB PIC 9(6) VALUE ZEROS.
           01 TABCHEIA PIC X(1) VALUE "N".
           01 MESDIVERGE PIC X(1) VALUE "N".
           01 QTDIVERGE PIC 9(3) VALUE ZEROS.
           01 CAMPOSDIV PIC X(50) VALUE SPACES.
           01 PONTEIRODIV PIC 9(2) VALUE 1.

           01 TOTQTD PIC 9(7) OCCURS 2 TIMES.
           01 TOTVALOR PIC 9(12)V99 OCCURS 2 TIMES.

           01 LD-QTD PIC Z(6)9 VALUE ZEROS.
           01 LD-VALOR PIC Z(11),99 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Mostra a situacao do resumo e o menu de opcoes
       MENU-PRINCIPAL.

           PERFORM LESITUACAO
           DISPLAY " "
           DISPLAY "RESUMO MENSAL DE VENDAS"
           DISPLAY "ULTIMO CONTRATO RESUMIDO: " ULTCONTRATO
               "  LOGTRANS LIDO ATE: " MARCALOG
           DISPLAY "1 - ATUALIZAR O RESUMO AGORA"
           DISPLAY "2 - RECONSTRUIR O RESUMO A PARTIR DO CADVEIC"
           DISPLAY "3 - CONFERIR O RESUMO CONTRA O CADVEIC"
           DISPLAY "4 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
                   GO TO ATUALIZAR
               ELSE IF OPC = "2"
                   GO TO RECONSTRUIR
               ELSE IF OPC = "3"
                   GO TO CONFERIR
               ELSE IF OPC = "4"
                   GO TO SAIR
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Roda a atualizacao incremental do resumo (a mesma da cadeia)
       ATUALIZAR.

           CALL "P172RES"
           CANCEL "P172RES"
           GO TO MENU-PRINCIPAL.

      *Pede a reconstrucao do resumo no contador RESVREC e roda o
      *P172RES; se a rodada cair, a reconstrucao continua pedida
      *para a proxima (inclusive a da cadeia noturna)
       RECONSTRUIR.

           DISPLAY "O RESUMO SERA ZERADO E REFEITO DO CADVEIC INTEIRO"
           DISPLAY "CONFIRMA ? S/N"
           ACCEPT CONFIRMA
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "00" TO ERROCTRL
           OPEN I-O CTRLNUM
           IF ERROCTRL = "30" OR ERROCTRL = "35"
               OPEN OUTPUT CTRLNUM
               CLOSE CTRLNUM
               MOVE "00" TO ERROCTRL
               OPEN I-O CTRLNUM
           END-IF
           MOVE "RESVREC" TO CTRL-NOME
           READ CTRLNUM
               INVALID KEY
                   MOVE "RESVREC" TO CTRL-NOME
                   MOVE 1 TO CTRL-ULTIMO
                   WRITE REGCTRL
               NOT INVALID KEY
                   MOVE 1 TO CTRL-ULTIMO
                   REWRITE REGCTRL
           END-READ
           CLOSE CTRLNUM
           MOVE "00" TO ERROCTRL

           CALL "P172RES"
           CANCEL "P172RES"
           GO TO MENU-PRINCIPAL.

      *Confere mes a mes os totais do resumo contra os totais
      *somados direto do CADVEIC e imprime as divergencias
       CONFERIR.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE
           MOVE ZEROS TO QTMES QTDIVERGE
           MOVE "N" TO TABCHEIA
           MOVE ZEROS TO TOTQTD (1) TOTQTD (2)
           MOVE ZEROS TO TOTVALOR (1) TOTVALOR (2)

           MOVE "00" TO ERRORES
           OPEN INPUT CADRESV
           IF ERRORES NOT = "00"
               DISPLAY "RESUMO AINDA NAO GERADO - RODE A OPCAO 1"
               MOVE "00" TO ERRORES
               GO TO MENU-PRINCIPAL
           END-IF

           OPEN INPUT CADVEIC
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEIC"
               MOVE "00" TO ERRO
               CLOSE CADRESV
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "N" TO TEMAQUI
           MOVE "00" TO ERROAQUI
           OPEN INPUT CADAQUI
           IF ERROAQUI = "00"
               MOVE "S" TO TEMAQUI
           END-IF
           MOVE "00" TO ERROAQUI

      *    primeiro o resumo, que ja vem na ordem dos meses
           MOVE "N" TO FIMLISTA
           PERFORM SOMARESUMO UNTIL FIMLISTA = "S"
           CLOSE CADRESV

      *    depois as vendas do CADVEIC
           MOVE "N" TO FIMLISTA
           PERFORM SOMAVENDA UNTIL FIMLISTA = "S"
           CLOSE CADVEIC
           IF TEMAQUI = "S"
               CLOSE CADAQUI
           END-IF

           PERFORM ABRESPOOL
           MOVE "ANOMES QTD VEIC QTD RESU   VALOR CADVEIC"
               TO LINHAREL
           MOVE "VALOR RESUMO" TO LINHAREL(46:12)
           MOVE "SITUACAO" TO LINHAREL(62:8)
           PERFORM GRAVAREL
           MOVE ALL "-" TO LINHAREL(1:72)
           PERFORM GRAVAREL

           MOVE 1 TO IXMES
           PERFORM MOSTRAMES UNTIL IXMES > QTMES

           MOVE ALL "-" TO LINHAREL(1:72)
           PERFORM GRAVAREL
           MOVE "TOTAL" TO LINHAREL(1:5)
           MOVE TOTQTD (1) TO LD-QTD
           MOVE LD-QTD TO LINHAREL(8:7)
           MOVE TOTQTD (2) TO LD-QTD
           MOVE LD-QTD TO LINHAREL(17:7)
           MOVE TOTVALOR (1) TO LD-VALOR
           MOVE LD-VALOR TO LINHAREL(26:15)
           MOVE TOTVALOR (2) TO LD-VALOR
           MOVE LD-VALOR TO LINHAREL(43:15)
           PERFORM GRAVAREL
           PERFORM GRAVAREL
           IF TABCHEIA = "S"
               MOVE "MAIS DE 300 MESES - CONFERENCIA INCOMPLETA"
                   TO LINHAREL
               PERFORM GRAVAREL
           END-IF
           IF QTDIVERGE = ZEROS
               MOVE "RESUMO CONFERE COM O CADVEIC" TO LINHAREL
           ELSE
               STRING "MESES DIVERGENTES: " QTDIVERGE
                   " - RECONSTRUIR O RESUMO (OPCAO 2)"
                   DELIMITED BY SIZE INTO LINHAREL
           END-IF
           PERFORM GRAVAREL
           CLOSE ARQREL

           MOVE "CONRES" TO LOG-OPERACAO
           MOVE QTDIVERGE TO LOG-CHAVE
           PERFORM GRAVALOG

           DISPLAY " "
           IF QTDIVERGE = ZEROS
               DISPLAY "RESUMO CONFERE COM O CADVEIC"
           ELSE
               DISPLAY "MESES DIVERGENTES: " QTDIVERGE
                   " - RECONSTRUIR O RESUMO (OPCAO 2)"
           END-IF
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO MENU-PRINCIPAL.

      *Le os contadores do P172RES para mostrar ate onde o resumo
      *esta atualizado
       LESITUACAO.

           MOVE ZEROS TO ULTCONTRATO MARCALOG-DATA MARCALOG-HORA
           MOVE "00" TO ERROCTRL
           OPEN INPUT CTRLNUM
           IF ERROCTRL = "00"
               MOVE "RESVCTR" TO CTRL-NOME
               READ CTRLNUM
                   NOT INVALID KEY
                       MOVE CTRL-ULTIMO TO ULTCONTRATO
               END-READ
               MOVE "RESVDATA" TO CTRL-NOME
               READ CTRLNUM
                   NOT INVALID KEY
                       MOVE CTRL-ULTIMO TO MARCALOG-DATA
               END-READ
               MOVE "RESVHORA" TO CTRL-NOME
               READ CTRLNUM
                   NOT INVALID KEY
                       MOVE CTRL-ULTIMO TO MARCALOG-HORA
               END-READ
               CLOSE CTRLNUM
           END-IF
           MOVE "00" TO ERROCTRL.

      *Le a proxima linha do resumo e soma no mes (lado 2)
       SOMARESUMO.

           READ CADRESV NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               MOVE RES-ANOMES TO ANOMESTRAB
               PERFORM ACHAMES
               IF ACHOUMES = "S"
                   ADD RES-QTD TO TM-QTD (IXMES, 2)
                   ADD RES-VALOR TO TM-VALOR (IXMES, 2)
                   ADD RES-VRPGTO TO TM-VRPGTO (IXMES, 2)
                   ADD RES-ICMS TO TM-ICMS (IXMES, 2)
                   ADD RES-IPI TO TM-IPI (IXMES, 2)
                   ADD RES-VRCOM TO TM-VRCOM (IXMES, 2)
                   ADD RES-CUSTO TO TM-CUSTO (IXMES, 2)
               END-IF
           END-IF.

      *Le o proximo veiculo e, se vendido, soma no mes da venda
      *(lado 1) com o custo total do chassi em CADAQUI
       SOMAVENDA.

           READ CADVEIC NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF VEIC-STATUS = "V"
                   MOVE DATAVENDA(1:6) TO ANOMESTRAB
                   PERFORM ACHAMES
                   IF ACHOUMES = "S"
                       PERFORM BUSCACUSTO
                       ADD 1 TO TM-QTD (IXMES, 1)
                       ADD VALORVENDA TO TM-VALOR (IXMES, 1)
                       ADD VRPGTO TO TM-VRPGTO (IXMES, 1)
                       ADD VLR-ICMS TO TM-ICMS (IXMES, 1)
                       ADD VLR-IPI TO TM-IPI (IXMES, 1)
                       ADD VRCOM TO TM-VRCOM (IXMES, 1)
                       ADD CUSTOVEIC TO TM-CUSTO (IXMES, 1)
                   END-IF
               END-IF
           END-IF.

      *Busca o custo do chassi corrente em CADAQUI (aquisicao mais
      *recondicionamento das OS internas)
       BUSCACUSTO.

           MOVE ZEROS TO CUSTOVEIC
           IF TEMAQUI = "S"
               MOVE CHASSI TO AQUI-CHASSI
               READ CADAQUI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE CUSTOVEIC = AQUI-CUSTO + AQUI-CUSTOREC
               END-READ
               MOVE "00" TO ERROAQUI
           END-IF.

      *Acha (ou abre) a entrada do mes de trabalho na tabela
       ACHAMES.

           MOVE "N" TO ACHOUMES
           MOVE 1 TO IXMES
           PERFORM PROCURAMES UNTIL ACHOUMES = "S"
               OR IXMES > QTMES

           IF ACHOUMES = "N"
               IF QTMES < 300
                   ADD 1 TO QTMES
                   MOVE ANOMESTRAB TO TM-ANOMES (QTMES)
                   MOVE ZEROS TO TM-LADO (QTMES, 1)
                   MOVE ZEROS TO TM-LADO (QTMES, 2)
                   MOVE QTMES TO IXMES
                   MOVE "S" TO ACHOUMES
               ELSE
                   MOVE "S" TO TABCHEIA
               END-IF
           END-IF.

      *Procura o mes de trabalho na tabela
       PROCURAMES.

           IF TM-ANOMES (IXMES) = ANOMESTRAB
               MOVE "S" TO ACHOUMES
           ELSE
               ADD 1 TO IXMES
           END-IF.

      *Imprime a linha do mes corrente e, se algum total nao bate,
      *a linha com os totais divergentes
       MOSTRAMES.

           MOVE "N" TO MESDIVERGE
           MOVE SPACES TO CAMPOSDIV
           MOVE 1 TO PONTEIRODIV
           IF TM-QTD (IXMES, 1) NOT = TM-QTD (IXMES, 2)
               MOVE "S" TO MESDIVERGE
               STRING "QTD " DELIMITED BY SIZE
                   INTO CAMPOSDIV WITH POINTER PONTEIRODIV
           END-IF
           IF TM-VALOR (IXMES, 1) NOT = TM-VALOR (IXMES, 2)
               MOVE "S" TO MESDIVERGE
               STRING "VALOR " DELIMITED BY SIZE
                   INTO CAMPOSDIV WITH POINTER PONTEIRODIV
           END-IF
           IF TM-VRPGTO (IXMES, 1) NOT = TM-VRPGTO (IXMES, 2)
               MOVE "S" TO MESDIVERGE
               STRING "VRPGTO " DELIMITED BY SIZE
                   INTO CAMPOSDIV WITH POINTER PONTEIRODIV
           END-IF
           IF TM-ICMS (IXMES, 1) NOT = TM-ICMS (IXMES, 2)
               MOVE "S" TO MESDIVERGE
               STRING "ICMS " DELIMITED BY SIZE
                   INTO CAMPOSDIV WITH POINTER PONTEIRODIV
           END-IF
           IF TM-IPI (IXMES, 1) NOT = TM-IPI (IXMES, 2)
               MOVE "S" TO MESDIVERGE
               STRING "IPI " DELIMITED BY SIZE
                   INTO CAMPOSDIV WITH POINTER PONTEIRODIV
           END-IF
           IF TM-VRCOM (IXMES, 1) NOT = TM-VRCOM (IXMES, 2)
               MOVE "S" TO MESDIVERGE
               STRING "VRCOM " DELIMITED BY SIZE
                   INTO CAMPOSDIV WITH POINTER PONTEIRODIV
           END-IF
           IF TM-CUSTO (IXMES, 1) NOT = TM-CUSTO (IXMES, 2)
               MOVE "S" TO MESDIVERGE
               STRING "CUSTO " DELIMITED BY SIZE
                   INTO CAMPOSDIV WITH POINTER PONTEIRODIV
           END-IF

           MOVE TM-ANOMES (IXMES) TO LINHAREL(1:6)
           MOVE TM-QTD (IXMES, 1) TO LD-QTD
           MOVE LD-QTD TO LINHAREL(8:7)
           MOVE TM-QTD (IXMES, 2) TO LD-QTD
           MOVE LD-QTD TO LINHAREL(17:7)
           MOVE TM-VALOR (IXMES, 1) TO LD-VALOR
           MOVE LD-VALOR TO LINHAREL(26:15)
           MOVE TM-VALOR (IXMES, 2) TO LD-VALOR
           MOVE LD-VALOR TO LINHAREL(43:15)
           IF MESDIVERGE = "S"
               MOVE "DIVERGE" TO LINHAREL(62:7)
               ADD 1 TO QTDIVERGE
           ELSE
               MOVE "OK" TO LINHAREL(62:2)
           END-IF
           PERFORM GRAVAREL
           IF MESDIVERGE = "S"
               STRING "       DIVERGE EM: " CAMPOSDIV
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
           END-IF

           ADD TM-QTD (IXMES, 1) TO TOTQTD (1)
           ADD TM-QTD (IXMES, 2) TO TOTQTD (2)
           ADD TM-VALOR (IXMES, 1) TO TOTVALOR (1)
           ADD TM-VALOR (IXMES, 2) TO TOTVALOR (2)
           ADD 1 TO IXMES.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
           MOVE "P172RSV" TO LOG-PROGRAMA
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

      *Fecha o programa
       SAIR.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "RSV" TO NOMERELATORIO(1:3)
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
           MOVE "P172RSV" TO SPO-PROGRAMA
           MOVE DATAHORAREL TO SPO-DATAHORA
           MOVE "CONFERENCIA DO RESUMO" TO SPO-TITULO
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
           STRING "P172RSV  CONFERENCIA RESUMO X CADVEIC  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172RSV.
