      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Atualizacao do resumo mensal de vendas, passo da
      *    cadeia do P172CTL antes do fechamento do dia. Mantem
      *    CADRESV (ano/mes, filial, vendedor, marca e modelo, com
      *    unidades, valor de venda, valor pago, ICMS, IPI, comissao,
      *    custo do veiculo e cancelamentos) e o seu indice por venda
      *    CADRESC (o que foi somado de cada contrato, por data da
      *    venda e por chassi), que os relatorios gerenciais leem no
      *    lugar de varrer o CADVEIC inteiro. A rodada e incremental:
      *    soma os contratos gravados depois do ultimo resumido e
      *    refaz os que o LOGTRANS mostra mexidos desde a ultima
      *    rodada - inclusao, alteracao e cancelamento de venda no
      *    P172904, devolucao do arquivo morto e arquivamento no
      *    P172ARQ. Refazer um contrato tira o que estava somado e
      *    soma de novo o que esta no CADVEIC, entao reprocessar e
      *    inofensivo. A venda cancelada sai do mes da venda e entra
      *    como cancelamento no mes do cancelamento. Com a
      *    reconstrucao pedida no P172RSV (ou na primeira rodada) o
      *    resumo e zerado e refeito do CADVEIC inteiro, guardando os
      *    cancelamentos ja registrados no indice. Depois de restaurar
      *    o CADVEIC (P172BKP) ou converter os arquivos (P172CVC) a
      *    reconstrucao deve ser pedida no P172RSV. Os contratos
      *    refeitos saem pelo spool (P172SPO).
      *    Contadores em CTRLNUM: RESVCTR (ultimo contrato resumido),
      *    RESVDATA/RESVHORA (ultimo registro do LOGTRANS lido) e
      *    RESVREC (1 = reconstrucao pedida).
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172RES.
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
           SELECT CADRESC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSC-CONTRATO
               FILE STATUS IS ERRORSC
               ALTERNATE RECORD KEY RSC-DATAVENDA DUPLICATES
               ALTERNATE RECORD KEY RSC-CHASSI DUPLICATES.
           SELECT CTRLNUM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-NOME
               FILE STATUS IS ERROCTRL.
           SELECT LOGTRANS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROLOG.
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

           FD CADRESC
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADRESC.DAT".
           01 REGRESC.
               02 RSC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 RSC-DATAVENDA PIC 9(8) VALUE ZEROS.
               02 RSC-CHASSI PIC X(17) VALUE SPACES.
               02 RSC-FILIAL PIC 9(2) VALUE ZEROS.
               02 RSC-VEND PIC 9(3) VALUE ZEROS.
               02 RSC-MARCA PIC 9(3) VALUE ZEROS.
               02 RSC-MODELO PIC 9(3) VALUE ZEROS.
               02 RSC-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 RSC-VRPGTO PIC 9(8)V99 VALUE ZEROS.
               02 RSC-ICMS PIC 9(8)V99 VALUE ZEROS.
               02 RSC-IPI PIC 9(8)V99 VALUE ZEROS.
               02 RSC-VRCOM PIC 9(8)V99 VALUE ZEROS.
               02 RSC-CUSTO PIC 9(8)V99 VALUE ZEROS.
               02 RSC-TEMCUSTO PIC X(1) VALUE "N".
               02 RSC-SITUACAO PIC X(1) VALUE "V".
               02 RSC-DATACANC PIC 9(8) VALUE ZEROS.
               02 RSC-DATAATU PIC X(14) VALUE SPACES.

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
           01 TITULOREL PIC X(30) VALUE SPACES.
           01 LD-PAGINA PIC ZZ9 VALUE ZEROS.

           01 ERRO PIC X(2) VALUE "00".
           01 ERROAQUI PIC X(2) VALUE "00".
           01 ERRORES PIC X(2) VALUE "00".
           01 ERRORSC PIC X(2) VALUE "00".
           01 ERROCTRL PIC X(2) VALUE "00".
           01 ERROLOG PIC X(2) VALUE "00".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 DATAHORAEXEC PIC X(14) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 FIMLOG PIC X(1) VALUE "N".
           01 TEMAQUI PIC X(1) VALUE "N".
           01 RECONSTROI PIC X(1) VALUE "N".
           01 CONFEREARQ PIC X(1) VALUE "N".

      *    ponto de partida da rodada (contadores em CTRLNUM)
           01 ULTCONTRATO PIC 9(8) VALUE ZEROS.
           01 PEDIDOREC PIC 9(8) VALUE ZEROS.
           01 MARCALOG.
               02 MARCALOG-DATA PIC 9(8) VALUE ZEROS.
               02 MARCALOG-HORA PIC 9(6) VALUE ZEROS.
           01 MAIORLOG.
               02 MAIORLOG-DATA PIC 9(8) VALUE ZEROS.
               02 MAIORLOG-HORA PIC 9(6) VALUE ZEROS.
           01 CTRLNOME-TRAB PIC X(8) VALUE SPACES.
           01 CTRLVALOR-TRAB PIC 9(8) VALUE ZEROS.

      *    contrato em reprocessamento
           01 CONTRATOTRAB PIC 9(8) VALUE ZEROS.
           01 OPERTRAB PIC X(6) VALUE SPACES.
           01 DATACANCTRAB PIC 9(8) VALUE ZEROS.
           01 TEMSNAP PIC X(1) VALUE "N".
           01 SITANTERIOR PIC X(1) VALUE SPACES.
           01 ACHOUVEIC PIC X(1) VALUE "N".
           01 ACHOURES PIC X(1) VALUE "N".
           01 ANOMESTRAB PIC 9(6) VALUE ZEROS.
           01 EVENTOTRAB PIC X(10) VALUE SPACES.

      *    outras vendas do mesmo chassi (revenda apos a troca)
           01 TABREVENDA.
               02 TR-CONTRATO PIC 9(8) OCCURS 20 TIMES.
           01 QTREVENDA PIC 9(2) VALUE ZEROS.
           01 IXREVENDA PIC 9(2) VALUE ZEROS.
           01 FIMREVENDA PIC X(1) VALUE "N".

           01 QTNOVAS PIC 9(7) VALUE ZEROS.
           01 QTREFEITAS PIC 9(5) VALUE ZEROS.
           01 QTCANCELADAS PIC 9(5) VALUE ZEROS.
           01 QTREMOVIDAS PIC 9(5) VALUE ZEROS.
           01 QTLOGLIDOS PIC 9(7) VALUE ZEROS.

           01 LD-QTD PIC Z(6)9 VALUE ZEROS.
           01 LD-VALOR PIC Z(7),99 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Abre os arquivos, le o ponto de partida e comanda a rodada
      *(reconstrucao, contratos novos e movimento do LOGTRANS)
       INICIO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE
           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAEXEC

           OPEN INPUT CADVEIC
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEIC"
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF

           MOVE "00" TO ERRORES
           OPEN I-O CADRESV
           IF ERRORES = "30" OR ERRORES = "35"
               OPEN OUTPUT CADRESV
               CLOSE CADRESV
               DISPLAY "ARQUIVO CADRESV SENDO CRIADO"
               MOVE "00" TO ERRORES
               OPEN I-O CADRESV
           END-IF
           IF ERRORES NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRESV"
               CLOSE CADVEIC
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF

           MOVE "00" TO ERRORSC
           OPEN I-O CADRESC
           IF ERRORSC = "30" OR ERRORSC = "35"
               OPEN OUTPUT CADRESC
               CLOSE CADRESC
               DISPLAY "ARQUIVO CADRESC SENDO CRIADO"
               MOVE "00" TO ERRORSC
               OPEN I-O CADRESC
           END-IF
           IF ERRORSC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRESC"
               CLOSE CADVEIC
               CLOSE CADRESV
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF

           MOVE "00" TO ERROAQUI
           OPEN INPUT CADAQUI
           IF ERROAQUI = "00"
               MOVE "S" TO TEMAQUI
           END-IF
           MOVE "00" TO ERROAQUI

           PERFORM LECONTROLE

           MOVE "RESUMO MENSAL DE VENDAS" TO TITULOREL
           PERFORM ABRESPOOL
           MOVE "CONTRATO  DATAVENDA  FL VEN  EVENTO      VALOR"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE ALL "-" TO LINHAREL(1:60)
           PERFORM GRAVAREL

           IF RECONSTROI = "S"
               PERFORM RECONSTROIRESUMO
           END-IF

           PERFORM NOVOSCONTRATOS
           PERFORM LEMOVIMENTO
           IF CONFEREARQ = "S"
               PERFORM CONFEREARQUIVADOS
           END-IF

           PERFORM GRAVACONTROLE

           CLOSE CADVEIC
           CLOSE CADRESV
           CLOSE CADRESC
           IF TEMAQUI = "S"
               CLOSE CADAQUI
           END-IF

           MOVE ALL "-" TO LINHAREL(1:60)
           PERFORM GRAVAREL
           IF RECONSTROI = "S"
               MOVE "RESUMO RECONSTRUIDO A PARTIR DO CADVEIC"
                   TO LINHAREL
               PERFORM GRAVAREL
           END-IF
           MOVE QTNOVAS TO LD-QTD
           STRING "CONTRATOS SOMADOS PELA PRIMEIRA VEZ: " LD-QTD
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE QTREFEITAS TO LD-QTD
           STRING "CONTRATOS REFEITOS (ALTERACAO):      " LD-QTD
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE QTCANCELADAS TO LD-QTD
           STRING "VENDAS CANCELADAS:                   " LD-QTD
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE QTREMOVIDAS TO LD-QTD
           STRING "RETIRADAS (ARQUIVO MORTO/REVENDA):   " LD-QTD
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE QTLOGLIDOS TO LD-QTD
           STRING "REGISTROS DO LOGTRANS DESDE " MARCALOG
               ": " LD-QTD DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           STRING "ULTIMO CONTRATO RESUMIDO: " ULTCONTRATO
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           CLOSE ARQREL

           IF RECONSTROI = "S"
               MOVE "RECRES" TO LOG-OPERACAO
           ELSE
               MOVE "ATURES" TO LOG-OPERACAO
           END-IF
           MOVE ULTCONTRATO TO LOG-CHAVE
           PERFORM GRAVALOG

           DISPLAY "RESUMO MENSAL DE VENDAS ATUALIZADO"
           DISPLAY "NOVAS: " QTNOVAS "  REFEITAS: " QTREFEITAS
               "  CANCELADAS: " QTCANCELADAS
               "  RETIRADAS: " QTREMOVIDAS
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO SAIR.

      *Le os contadores da rodada em CTRLNUM; sem o contador do
      *ultimo contrato (primeira rodada) o resumo e montado do zero
       LECONTROLE.

           MOVE "00" TO ERROCTRL
           OPEN I-O CTRLNUM
           IF ERROCTRL = "30" OR ERROCTRL = "35"
               OPEN OUTPUT CTRLNUM
               CLOSE CTRLNUM
               MOVE "00" TO ERROCTRL
               OPEN I-O CTRLNUM
           END-IF

           MOVE "RESVCTR" TO CTRL-NOME
           READ CTRLNUM
               INVALID KEY
                   MOVE "S" TO RECONSTROI
               NOT INVALID KEY
                   MOVE CTRL-ULTIMO TO ULTCONTRATO
           END-READ
           MOVE "RESVDATA" TO CTRL-NOME
           READ CTRLNUM
               INVALID KEY
                   MOVE ZEROS TO MARCALOG-DATA
               NOT INVALID KEY
                   MOVE CTRL-ULTIMO TO MARCALOG-DATA
           END-READ
           MOVE "RESVHORA" TO CTRL-NOME
           READ CTRLNUM
               INVALID KEY
                   MOVE ZEROS TO MARCALOG-HORA
               NOT INVALID KEY
                   MOVE CTRL-ULTIMO TO MARCALOG-HORA
           END-READ
           MOVE "RESVREC" TO CTRL-NOME
           READ CTRLNUM
               INVALID KEY
                   MOVE ZEROS TO PEDIDOREC
               NOT INVALID KEY
                   MOVE CTRL-ULTIMO TO PEDIDOREC
           END-READ
           CLOSE CTRLNUM
           MOVE "00" TO ERROCTRL

           IF PEDIDOREC = 1
               MOVE "S" TO RECONSTROI
           END-IF
           MOVE MARCALOG TO MAIORLOG.

      *Grava os contadores ao fim da rodada: ultimo contrato lido,
      *ultimo registro do LOGTRANS lido e o pedido de reconstrucao
      *atendido
       GRAVACONTROLE.

           MOVE "00" TO ERROCTRL
           OPEN I-O CTRLNUM
           MOVE "RESVCTR" TO CTRLNOME-TRAB
           MOVE ULTCONTRATO TO CTRLVALOR-TRAB
           PERFORM GRAVACONTADOR
           MOVE "RESVDATA" TO CTRLNOME-TRAB
           MOVE MAIORLOG-DATA TO CTRLVALOR-TRAB
           PERFORM GRAVACONTADOR
           MOVE "RESVHORA" TO CTRLNOME-TRAB
           MOVE MAIORLOG-HORA TO CTRLVALOR-TRAB
           PERFORM GRAVACONTADOR
           MOVE "RESVREC" TO CTRLNOME-TRAB
           MOVE ZEROS TO CTRLVALOR-TRAB
           PERFORM GRAVACONTADOR
           CLOSE CTRLNUM
           MOVE "00" TO ERROCTRL.

      *Grava (ou cria) o contador CTRLNOME-TRAB com CTRLVALOR-TRAB
       GRAVACONTADOR.

           MOVE CTRLNOME-TRAB TO CTRL-NOME
           READ CTRLNUM
               INVALID KEY
                   MOVE CTRLNOME-TRAB TO CTRL-NOME
                   MOVE CTRLVALOR-TRAB TO CTRL-ULTIMO
                   WRITE REGCTRL
               NOT INVALID KEY
                   MOVE CTRLVALOR-TRAB TO CTRL-ULTIMO
                   REWRITE REGCTRL
           END-READ
           MOVE "00" TO ERROCTRL.

      *Zera o resumo para refaze-lo do CADVEIC inteiro: os contratos
      *vendidos saem do indice (voltam na leitura dos contratos) e os
      *cancelamentos ja registrados voltam ao mes do cancelamento
       RECONSTROIRESUMO.

           CLOSE CADRESV
           OPEN OUTPUT CADRESV
           CLOSE CADRESV
           MOVE "00" TO ERRORES
           OPEN I-O CADRESV

           MOVE ZEROS TO RSC-CONTRATO
           MOVE "N" TO FIMLISTA
           START CADRESC KEY IS NOT LESS THAN RSC-CONTRATO
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM RECONSTROIINDICE UNTIL FIMLISTA = "S"
           MOVE "00" TO ERRORSC

      *    o CADVEIC inteiro e lido de novo e o LOGTRANS anterior a
      *    esta rodada ja esta refletido nele
           MOVE ZEROS TO ULTCONTRATO
           MOVE DATAHORAEXEC TO MARCALOG
           MOVE MARCALOG TO MAIORLOG.

      *Le o proximo contrato do indice: venda sai, cancelamento
      *volta a somar no mes do cancelamento
       RECONSTROIINDICE.

           READ CADRESC NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF RSC-SITUACAO = "C"
                   PERFORM SOMACANCELAMENTO
               ELSE
                   DELETE CADRESC RECORD
               END-IF
           END-IF.

      *Soma os contratos gravados depois do ultimo resumido; a
      *leitura e reposicionada a cada contrato porque o
      *reprocessamento le o CADVEIC pela chave
       NOVOSCONTRATOS.

           MOVE ULTCONTRATO TO VEIC-CONTRATO
           MOVE "N" TO FIMLISTA
           PERFORM PROXIMOCONTRATO UNTIL FIMLISTA = "S".

      *Posiciona e le o contrato seguinte ao ultimo lido e o refaz
       PROXIMOCONTRATO.

           START CADVEIC KEY IS GREATER THAN VEIC-CONTRATO
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           IF FIMLISTA NOT = "S"
               READ CADVEIC NEXT RECORD
                   AT END
                       MOVE "S" TO FIMLISTA
               END-READ
           END-IF
           MOVE "00" TO ERRO

           IF FIMLISTA NOT = "S"
               MOVE VEIC-CONTRATO TO CONTRATOTRAB
               IF CONTRATOTRAB > ULTCONTRATO
                   MOVE CONTRATOTRAB TO ULTCONTRATO
               END-IF
               MOVE "GRAVA" TO OPERTRAB
               MOVE ZEROS TO DATACANCTRAB
               PERFORM RECALCULA THRU RECALCULA-FIM
               MOVE CONTRATOTRAB TO VEIC-CONTRATO
           END-IF.

      *Le o LOGTRANS a partir do ultimo registro lido na rodada
      *anterior e refaz os contratos mexidos
       LEMOVIMENTO.

           MOVE "00" TO ERROLOG
           OPEN INPUT LOGTRANS
           IF ERROLOG NOT = "00"
               MOVE "00" TO ERROLOG
           ELSE
               MOVE "N" TO FIMLOG
               PERFORM LEREGLOG UNTIL FIMLOG = "S"
               CLOSE LOGTRANS
               MOVE "00" TO ERROLOG
           END-IF.

      *Le o proximo registro do LOGTRANS e, se for da janela da
      *rodada, refaz o contrato que ele mexeu: pela chave do
      *contrato nas vendas do P172904, pelo chassi na devolucao do
      *arquivo morto; o arquivamento pede a conferencia do indice
       LEREGLOG.

           READ LOGTRANS NEXT RECORD
               AT END
                   MOVE "S" TO FIMLOG
           END-READ

           IF FIMLOG NOT = "S"
               IF LOG-DATAHORA NOT < MARCALOG
                   ADD 1 TO QTLOGLIDOS
                   IF LOG-DATAHORA > MAIORLOG
                       MOVE LOG-DATAHORA TO MAIORLOG
                   END-IF
                   IF LOG-PROGRAMA = "P172904"
                       AND (LOG-OPERACAO = "GRAVA"
                           OR LOG-OPERACAO = "ALTERA"
                           OR LOG-OPERACAO = "EXCLUI")
                       AND LOG-CHAVE(1:8) IS NUMERIC
                       MOVE LOG-CHAVE(1:8) TO CONTRATOTRAB
                       MOVE LOG-OPERACAO TO OPERTRAB
                       MOVE LOG-DATAHORA(1:8) TO DATACANCTRAB
                       PERFORM RECALCULA THRU RECALCULA-FIM
                   END-IF
                   IF LOG-PROGRAMA = "P172ARQ"
                       AND LOG-OPERACAO = "DESARQ"
                       PERFORM ACHADESARQUIVADO
                   END-IF
                   IF LOG-PROGRAMA = "P172ARQ"
                       AND LOG-OPERACAO = "ARQUIV"
                       MOVE "S" TO CONFEREARQ
                   END-IF
               END-IF
           END-IF.

      *Acha pelo chassi o contrato devolvido do arquivo morto e o
      *refaz
       ACHADESARQUIVADO.

           MOVE LOG-CHAVE(1:17) TO CHASSI
           READ CADVEIC KEY IS CHASSI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VEIC-CONTRATO TO CONTRATOTRAB
                   MOVE "DESARQ" TO OPERTRAB
                   MOVE ZEROS TO DATACANCTRAB
                   PERFORM RECALCULA THRU RECALCULA-FIM
           END-READ
           MOVE "00" TO ERRO.

      *Refaz o contrato CONTRATOTRAB: tira do resumo o que estava
      *somado dele e soma de novo o que esta no CADVEIC; se a venda
      *sumiu, o cancelamento (EXCLUI) entra no mes do cancelamento e
      *qualquer outro motivo so retira o contrato
       RECALCULA.

           MOVE CONTRATOTRAB TO RSC-CONTRATO
           READ CADRESC KEY IS RSC-CONTRATO
               INVALID KEY
                   MOVE "N" TO TEMSNAP
               NOT INVALID KEY
                   MOVE "S" TO TEMSNAP
           END-READ
           MOVE "00" TO ERRORSC
           MOVE SPACES TO SITANTERIOR
           IF TEMSNAP = "S"
               MOVE RSC-SITUACAO TO SITANTERIOR
           END-IF

      *    venda cancelada ja registrada: nada mais a fazer
           IF SITANTERIOR = "C"
               GO TO RECALCULA-FIM
           END-IF

           IF SITANTERIOR = "V"
               PERFORM TIRARESUMO
           END-IF

           MOVE CONTRATOTRAB TO VEIC-CONTRATO
           READ CADVEIC
               INVALID KEY
                   MOVE "N" TO ACHOUVEIC
               NOT INVALID KEY
                   MOVE "S" TO ACHOUVEIC
           END-READ
           MOVE "00" TO ERRO

           IF ACHOUVEIC = "S" AND VEIC-STATUS = "V"
               PERFORM MONTAINDICE
               PERFORM SOMARESUMO
               IF TEMSNAP = "S"
                   REWRITE REGRESC
                   IF OPERTRAB NOT = "GRAVA"
                       ADD 1 TO QTREFEITAS
                       MOVE "REFEITO" TO EVENTOTRAB
                       PERFORM LINHAEVENTO
                   END-IF
               ELSE
                   WRITE REGRESC
                   ADD 1 TO QTNOVAS
               END-IF
               MOVE "00" TO ERRORSC
               PERFORM CONFEREREVENDA
               GO TO RECALCULA-FIM
           END-IF

           IF SITANTERIOR NOT = "V"
               GO TO RECALCULA-FIM
           END-IF

           IF OPERTRAB = "EXCLUI" AND ACHOUVEIC = "N"
               MOVE "C" TO RSC-SITUACAO
               MOVE DATACANCTRAB TO RSC-DATACANC
               MOVE DATAHORAEXEC TO RSC-DATAATU
               PERFORM SOMACANCELAMENTO
               REWRITE REGRESC
               ADD 1 TO QTCANCELADAS
               MOVE "CANCELADA" TO EVENTOTRAB
           ELSE
               DELETE CADRESC RECORD
               ADD 1 TO QTREMOVIDAS
               MOVE "RETIRADA" TO EVENTOTRAB
           END-IF
           MOVE "00" TO ERRORSC
           PERFORM LINHAEVENTO.

       RECALCULA-FIM.
           EXIT.

      *Monta o registro do indice com a venda corrente do CADVEIC e
      *o custo total do chassi
       MONTAINDICE.

           MOVE VEIC-CONTRATO TO RSC-CONTRATO
           MOVE DATAVENDA TO RSC-DATAVENDA
           MOVE CHASSI TO RSC-CHASSI
           MOVE FILIAL TO RSC-FILIAL
           MOVE VEIC-VEND TO RSC-VEND
           MOVE VEIC-MARCA TO RSC-MARCA
           MOVE VEIC-MODEL TO RSC-MODELO
           MOVE VALORVENDA TO RSC-VALOR
           MOVE VRPGTO TO RSC-VRPGTO
           MOVE VLR-ICMS TO RSC-ICMS
           MOVE VLR-IPI TO RSC-IPI
           MOVE VRCOM TO RSC-VRCOM
           PERFORM BUSCACUSTO
           MOVE "V" TO RSC-SITUACAO
           MOVE ZEROS TO RSC-DATACANC
           MOVE DATAHORAEXEC TO RSC-DATAATU.

      *Busca o custo do chassi corrente em CADAQUI (aquisicao mais
      *recondicionamento das OS internas); zero se nao registrado
       BUSCACUSTO.

           MOVE ZEROS TO RSC-CUSTO
           MOVE "N" TO RSC-TEMCUSTO
           IF TEMAQUI = "S"
               MOVE CHASSI TO AQUI-CHASSI
               READ CADAQUI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE RSC-CUSTO = AQUI-CUSTO + AQUI-CUSTOREC
                       MOVE "S" TO RSC-TEMCUSTO
               END-READ
               MOVE "00" TO ERROAQUI
           END-IF.

      *Confere as outras vendas do mesmo chassi no indice: a venda
      *anterior apagada do CADVEIC na revenda do carro (P172904) sai
      *do resumo
       CONFEREREVENDA.

           MOVE ZEROS TO QTREVENDA
           MOVE "N" TO FIMREVENDA
           START CADRESC KEY IS EQUAL TO RSC-CHASSI
               INVALID KEY
                   MOVE "S" TO FIMREVENDA
           END-START
           PERFORM ANOTAREVENDA UNTIL FIMREVENDA = "S"
           MOVE "00" TO ERRORSC

           MOVE 1 TO IXREVENDA
           PERFORM VERIFICAREVENDA UNTIL IXREVENDA > QTREVENDA.

      *Le o proximo contrato do mesmo chassi e anota se for outra
      *venda ainda somada
       ANOTAREVENDA.

           READ CADRESC NEXT RECORD
               AT END
                   MOVE "S" TO FIMREVENDA
           END-READ

           IF FIMREVENDA NOT = "S"
               IF RSC-CHASSI NOT = CHASSI
                   MOVE "S" TO FIMREVENDA
               ELSE
                   IF RSC-CONTRATO NOT = CONTRATOTRAB
                       AND RSC-SITUACAO = "V"
                       AND QTREVENDA < 20
                       ADD 1 TO QTREVENDA
                       MOVE RSC-CONTRATO TO TR-CONTRATO (QTREVENDA)
                   END-IF
               END-IF
           END-IF.

      *Retira do resumo a venda anotada se ela nao esta mais no
      *CADVEIC
       VERIFICAREVENDA.

           MOVE TR-CONTRATO (IXREVENDA) TO VEIC-CONTRATO
           READ CADVEIC
               INVALID KEY
                   MOVE "N" TO ACHOUVEIC
               NOT INVALID KEY
                   MOVE "S" TO ACHOUVEIC
           END-READ
           MOVE "00" TO ERRO

           IF ACHOUVEIC = "N"
               MOVE TR-CONTRATO (IXREVENDA) TO RSC-CONTRATO
               READ CADRESC KEY IS RSC-CONTRATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TIRARESUMO
                       DELETE CADRESC RECORD
                       ADD 1 TO QTREMOVIDAS
                       MOVE "RETIRADA" TO EVENTOTRAB
                       PERFORM LINHAEVENTO
               END-READ
               MOVE "00" TO ERRORSC
           END-IF
           ADD 1 TO IXREVENDA.

      *Depois de um arquivamento no P172ARQ, retira do resumo as
      *vendas do indice que foram para o arquivo morto
       CONFEREARQUIVADOS.

           MOVE ZEROS TO RSC-CONTRATO
           MOVE "N" TO FIMLISTA
           START CADRESC KEY IS NOT LESS THAN RSC-CONTRATO
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM CONFEREARQREG UNTIL FIMLISTA = "S"
           MOVE "00" TO ERRORSC.

      *Le o proximo contrato do indice e o retira se a venda saiu do
      *CADVEIC
       CONFEREARQREG.

           READ CADRESC NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF RSC-SITUACAO = "V"
                   MOVE RSC-CONTRATO TO VEIC-CONTRATO
                   READ CADVEIC
                       INVALID KEY
                           PERFORM TIRARESUMO
                           DELETE CADRESC RECORD
                           ADD 1 TO QTREMOVIDAS
                           MOVE "ARQUIVADA" TO EVENTOTRAB
                           PERFORM LINHAEVENTO
                   END-READ
                   MOVE "00" TO ERRO
                   MOVE "00" TO ERRORSC
               END-IF
           END-IF.

      *Soma a venda do indice no mes da venda
       SOMARESUMO.

           MOVE RSC-DATAVENDA(1:6) TO ANOMESTRAB
           PERFORM LERESUMO
           ADD 1 TO RES-QTD
           ADD RSC-VALOR TO RES-VALOR
           ADD RSC-VRPGTO TO RES-VRPGTO
           ADD RSC-ICMS TO RES-ICMS
           ADD RSC-IPI TO RES-IPI
           ADD RSC-VRCOM TO RES-VRCOM
           ADD RSC-CUSTO TO RES-CUSTO
           PERFORM GRAVARESUMO.

      *Tira do mes da venda o que estava somado do contrato do indice
       TIRARESUMO.

           MOVE RSC-DATAVENDA(1:6) TO ANOMESTRAB
           PERFORM LERESUMO
           IF ACHOURES = "S"
               IF RES-QTD > ZEROS
                   SUBTRACT 1 FROM RES-QTD
               END-IF
               SUBTRACT RSC-VALOR FROM RES-VALOR
               SUBTRACT RSC-VRPGTO FROM RES-VRPGTO
               SUBTRACT RSC-ICMS FROM RES-ICMS
               SUBTRACT RSC-IPI FROM RES-IPI
               SUBTRACT RSC-VRCOM FROM RES-VRCOM
               SUBTRACT RSC-CUSTO FROM RES-CUSTO
               PERFORM GRAVARESUMO
           END-IF.

      *Soma o cancelamento do contrato do indice no mes do
      *cancelamento
       SOMACANCELAMENTO.

           MOVE RSC-DATACANC(1:6) TO ANOMESTRAB
           PERFORM LERESUMO
           ADD 1 TO RES-QTCANC
           ADD RSC-VALOR TO RES-VRCANC
           PERFORM GRAVARESUMO.

      *Le a linha do resumo do mes de trabalho com filial, vendedor,
      *marca e modelo do contrato do indice; zera se ainda nao existe
       LERESUMO.

           MOVE ANOMESTRAB TO RES-ANOMES
           MOVE RSC-FILIAL TO RES-FILIAL
           MOVE RSC-VEND TO RES-VEND
           MOVE RSC-MARCA TO RES-MARCA
           MOVE RSC-MODELO TO RES-MODELO
           READ CADRESV KEY IS RES-CHAVE
               INVALID KEY
                   MOVE "N" TO ACHOURES
                   MOVE ZEROS TO RES-QTD RES-VALOR RES-VRPGTO
                   MOVE ZEROS TO RES-ICMS RES-IPI RES-VRCOM
                   MOVE ZEROS TO RES-CUSTO RES-QTCANC RES-VRCANC
               NOT INVALID KEY
                   MOVE "S" TO ACHOURES
           END-READ
           MOVE "00" TO ERRORES.

      *Grava a linha do resumo de trabalho; a linha sem venda e sem
      *cancelamento e apagada
       GRAVARESUMO.

           MOVE DATAHORAEXEC TO RES-DATAATU
           IF RES-QTD = ZEROS AND RES-QTCANC = ZEROS
               IF ACHOURES = "S"
                   DELETE CADRESV RECORD
               END-IF
           ELSE
               IF ACHOURES = "S"
                   REWRITE REGRESV
               ELSE
                   WRITE REGRESV
               END-IF
           END-IF
           MOVE "00" TO ERRORES.

      *Lista no relatorio o contrato do indice e o que aconteceu com
      *ele na rodada
       LINHAEVENTO.

           MOVE RSC-CONTRATO TO LINHAREL(1:8)
           MOVE RSC-DATAVENDA TO LINHAREL(11:8)
           MOVE RSC-FILIAL TO LINHAREL(22:2)
           MOVE RSC-VEND TO LINHAREL(25:3)
           MOVE EVENTOTRAB TO LINHAREL(30:10)
           MOVE RSC-VALOR TO LD-VALOR
           MOVE LD-VALOR TO LINHAREL(41:11)
           PERFORM GRAVAREL.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
           MOVE "P172RES" TO LOG-PROGRAMA
           ACCEPT LOG-OPERADOR FROM ENVIRONMENT "USER"
           MOVE FUNCTION CURRENT-DATE (1:14) TO LOG-DATAHORA
           MOVE "00" TO ERROLOG
           OPEN EXTEND LOGTRANS
           IF ERROLOG = "30" OR ERROLOG = "35"
               OPEN OUTPUT LOGTRANS
               CLOSE LOGTRANS
               OPEN EXTEND LOGTRANS
           END-IF
           WRITE REGLOG
           CLOSE LOGTRANS
           MOVE "00" TO ERROLOG.

      *Fecha o programa
       SAIR.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "RES" TO NOMERELATORIO(1:3)
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
           MOVE "P172RES" TO SPO-PROGRAMA
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
           STRING "P172RES  " TITULOREL "  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172RES.
