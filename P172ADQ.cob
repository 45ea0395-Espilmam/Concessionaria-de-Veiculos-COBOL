      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Conciliacao das vendas pagas com cartao. Cada linha
      *    de cartao da composicao de pagamento (FPAG-FORMA "C" de
      *    CADFPAG, em FPAG-VEZES parcelas) vira em CADCCRT o credito
      *    previsto de cada parcela, a cada DIASCART dias da data da
      *    venda (CADPARAM, padrao 30). O arquivo de liquidacao da
      *    adquirente (LIQADQ.TXT) e casado por contrato e parcela:
      *    o credito e conferido contra a data prevista e contra a
      *    taxa (MDR) da tabela por adquirente e numero de parcelas,
      *    guardada em CADPARAM com o codigo MDR + adquirente +
      *    parcelas (ex.: MDR0103 = adquirente 01 em 3 vezes), com a
      *    tolerancia TOLCART (padrao 0,05). O chargeback da
      *    adquirente marca a parcela como estornada, e a venda passa
      *    a mostrar o aviso no P172904. A importacao lista pelo
      *    spool (P172SPO) o resultado de cada linha, inclusive
      *    credito sem venda correspondente; o relatorio do mes
      *    separa os creditos em dia, pagos com atraso, a menor, em
      *    atraso (nao recebidos) e estornados.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172ADQ.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCCRT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADFPAG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPAG-CHAVE
               FILE STATUS IS ERROFPG.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERROVEI
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
           SELECT LIQADQ ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROLIQ.
           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CODIGO
               FILE STATUS IS ERROPAR.
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

           FD CADCCRT
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADCCRT.DAT".
           01 REGCCRT.
               02 CRT-CHAVE.
                   03 CRT-CONTRATO PIC 9(8) VALUE ZEROS.
                   03 CRT-SEQ PIC 9(2) VALUE ZEROS.
                   03 CRT-PARCELA PIC 9(2) VALUE ZEROS.
               02 CRT-VEZES PIC 9(2) VALUE ZEROS.
               02 CRT-DATAVENDA PIC 9(8) VALUE ZEROS.
               02 CRT-DATAPREV PIC 9(8) VALUE ZEROS.
               02 CRT-VRPREV PIC 9(8)V99 VALUE ZEROS.
               02 CRT-ADQ PIC 9(2) VALUE ZEROS.
               02 CRT-DATACRED PIC 9(8) VALUE ZEROS.
               02 CRT-BRUTO PIC 9(8)V99 VALUE ZEROS.
               02 CRT-TAXA PIC 9(8)V99 VALUE ZEROS.
               02 CRT-LIQUIDO PIC 9(8)V99 VALUE ZEROS.
               02 CRT-TAXAESP PIC 9(8)V99 VALUE ZEROS.
               02 CRT-VRESTORNO PIC 9(8)V99 VALUE ZEROS.
               02 CRT-SITUACAO PIC X(1) VALUE "P".

           FD CADFPAG
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADFPAG.DAT".
           01 REGFPAG.
               02 FPAG-CHAVE.
                   03 FPAG-CONTRATO PIC 9(8) VALUE ZEROS.
                   03 FPAG-SEQ PIC 9(2) VALUE ZEROS.
               02 FPAG-VEICULO.
                   03 FPAG-MARCA PIC 9(3) VALUE ZEROS.
                   03 FPAG-MODELO PIC 9(3) VALUE ZEROS.
                   03 FPAG-CPF PIC 9(11) VALUE ZEROS.
               02 FPAG-FORMA PIC X(1) VALUE "D".
               02 FPAG-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 FPAG-VEZES PIC 9(2) VALUE ZEROS.

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

           FD LIQADQ
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "LIQADQ.TXT".
           01 REGLIQ.
               02 LIQ-ADQ PIC 9(2) VALUE ZEROS.
               02 LIQ-CONTRATO PIC 9(8) VALUE ZEROS.
               02 LIQ-PARCELA PIC 9(2) VALUE ZEROS.
               02 LIQ-VEZES PIC 9(2) VALUE ZEROS.
               02 LIQ-DATA PIC 9(8) VALUE ZEROS.
               02 LIQ-TIPO PIC X(1) VALUE "C".
               02 LIQ-BRUTO PIC 9(8)V99 VALUE ZEROS.
               02 LIQ-TAXA PIC 9(8)V99 VALUE ZEROS.
               02 LIQ-LIQUIDO PIC 9(8)V99 VALUE ZEROS.

           FD CADPARAM
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPARAM.DAT".
           01 REGPARAM.
               02 PARAM-CODIGO PIC X(8) VALUE SPACES.
               02 PARAM-VALOR PIC 9(5)V99 VALUE ZEROS.
               02 PARAM-DESCRICAO PIC X(30) VALUE SPACES.

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
           01 ERROFPG PIC X(2) VALUE "00".
           01 ERROVEI PIC X(2) VALUE "00".
           01 ERROLIQ PIC X(2) VALUE "00".
           01 ERROPAR PIC X(2) VALUE "00".
           01 OPC PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 FIMFPAG PIC X(1) VALUE "N".
           01 FIMPARC PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 PARAMPADRAO PIC 9(5)V99 VALUE ZEROS.
           01 DIASCART PIC 9(3) VALUE ZEROS.
           01 TOLCART PIC 9(5)V99 VALUE ZEROS.
           01 VEZESTRAB PIC 9(2) VALUE ZEROS.
           01 IXPARC PIC 9(2) VALUE ZEROS.
           01 VRPARCELA PIC 9(8)V99 VALUE ZEROS.
           01 DIASPREV PIC 9(8) VALUE ZEROS.
           01 QTPREVISTAS PIC 9(5) VALUE ZEROS.
           01 ACHOUPARC PIC X(1) VALUE "N".
           01 ACHOUCONTRATO PIC X(1) VALUE "N".
           01 CHAVEACHADA PIC X(12) VALUE SPACES.
           01 TEMTAXA PIC X(1) VALUE "N".
           01 PCTMDR PIC 9(5)V99 VALUE ZEROS.
           01 LIQESPERADO PIC 9(8)V99 VALUE ZEROS.
           01 DIFERENCA PIC 9(8)V99 VALUE ZEROS.
           01 RESULTADOTRAB PIC X(20) VALUE SPACES.
           01 PERIODOPEDIDO PIC 9(6) VALUE ZEROS.
           01 ADQDIGITADA PIC 9(2) VALUE ZEROS.
           01 VEZESDIGITADA PIC 9(2) VALUE ZEROS.
           01 PCTDIGITADO PIC 9(5)V99 VALUE ZEROS.
           01 ACHOUPARAM PIC X(1) VALUE "N".
           01 CODMDR.
               02 FILLER PIC X(3) VALUE "MDR".
               02 CODMDR-ADQ PIC 9(2) VALUE ZEROS.
               02 CODMDR-VEZES PIC 9(2) VALUE ZEROS.
               02 FILLER PIC X(1) VALUE SPACES.

           01 QTEMDIA PIC 9(5) VALUE ZEROS.
           01 QTATRASOPG PIC 9(5) VALUE ZEROS.
           01 QTAMENOR PIC 9(5) VALUE ZEROS.
           01 QTSEMVENDA PIC 9(5) VALUE ZEROS.
           01 QTDUPLICADO PIC 9(5) VALUE ZEROS.
           01 QTESTORNO PIC 9(5) VALUE ZEROS.
           01 QTEMATRASO PIC 9(5) VALUE ZEROS.
           01 QTARECEBER PIC 9(5) VALUE ZEROS.
           01 VREMDIA PIC 9(10)V99 VALUE ZEROS.
           01 VRATRASOPG PIC 9(10)V99 VALUE ZEROS.
           01 VRAMENOR PIC 9(10)V99 VALUE ZEROS.
           01 VRESTORNO PIC 9(10)V99 VALUE ZEROS.
           01 VREMATRASO PIC 9(10)V99 VALUE ZEROS.
           01 VRARECEBER PIC 9(10)V99 VALUE ZEROS.
           01 VRSEMVENDA PIC 9(10)V99 VALUE ZEROS.

           01 LD-VALOR PIC Z(7),99 VALUE ZEROS.
           01 LD-LIQUIDO PIC Z(7),99 VALUE ZEROS.
           01 LD-DIFERENCA PIC Z(7),99 VALUE ZEROS.
           01 LD-TOTAL PIC Z(9),99 VALUE ZEROS.
           01 LD-PCT PIC ZZ9,99 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Cria o arquivo de creditos de cartao na primeira execucao
       ARQUIVO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE

           OPEN I-O CADCCRT
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADCCRT
                   CLOSE CADCCRT
                   DISPLAY "ARQUIVO CADCCRT SENDO CRIADO"
                   GO TO ARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCCRT"
                   GO TO FIM
           ELSE
               CONTINUE.

      *Mostra um menu de opcoes para o usuario
       MENU-PRINCIPAL.

           DISPLAY " "
           DISPLAY "CONCILIACAO DE CARTOES"
           DISPLAY "1 - IMPORTAR LIQUIDACAO DA ADQUIRENTE (LIQADQ.TXT)"
           DISPLAY "2 - RELATORIO DE CONCILIACAO DO MES"
           DISPLAY "3 - TABELA DE TAXAS (MDR) POR ADQUIRENTE"
           DISPLAY "4 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
                   GO TO IMPORTAR
               ELSE IF OPC = "2"
                   GO TO RELATORIO
               ELSE IF OPC = "3"
                   GO TO TAXAS
               ELSE IF OPC = "4"
                   GO TO SAIR
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Gera ou atualiza os creditos previstos de todas as linhas de
      *cartao de CADFPAG; parcela ja recebida nao e mexida
       GERAPREVISAO.

           MOVE "DIASCART" TO PARAM-CODIGO
           MOVE 30 TO PARAMPADRAO
           PERFORM BUSCAPARAM
           MOVE PARAMPADRAO TO DIASCART
           MOVE "TOLCART" TO PARAM-CODIGO
           MOVE 0,05 TO PARAMPADRAO
           PERFORM BUSCAPARAM
           MOVE PARAMPADRAO TO TOLCART

           MOVE ZEROS TO QTPREVISTAS
           MOVE "00" TO ERROFPG
           OPEN INPUT CADFPAG
           IF ERROFPG NOT = "00"
               MOVE "00" TO ERROFPG
           ELSE
               MOVE "00" TO ERROVEI
               OPEN INPUT CADVEIC
               MOVE "N" TO FIMFPAG
               PERFORM PREVELINHA UNTIL FIMFPAG = "S"
               CLOSE CADVEIC
               CLOSE CADFPAG
               MOVE "00" TO ERROFPG ERROVEI
           END-IF.

      *Le a proxima linha da composicao e, se for cartao, preve o
      *credito de cada parcela a partir da data da venda
       PREVELINHA.

           READ CADFPAG NEXT RECORD
               AT END
                   MOVE "S" TO FIMFPAG
           END-READ

           IF FIMFPAG NOT = "S" AND FPAG-FORMA = "C"
               MOVE FPAG-CONTRATO TO VEIC-CONTRATO
               READ CADVEIC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FPAG-VEZES TO VEZESTRAB
                       IF VEZESTRAB = ZEROS
                           MOVE 1 TO VEZESTRAB
                       END-IF
                       COMPUTE VRPARCELA = FPAG-VALOR / VEZESTRAB
                       MOVE 1 TO IXPARC
                       PERFORM PREVEPARCELA UNTIL IXPARC > VEZESTRAB
               END-READ
               MOVE "00" TO ERROVEI
           END-IF.

      *Grava (ou atualiza, se ainda nao recebida) a parcela IXPARC;
      *a ultima parcela leva a sobra da divisao
       PREVEPARCELA.

           MOVE FPAG-CONTRATO TO CRT-CONTRATO
           MOVE FPAG-SEQ TO CRT-SEQ
           MOVE IXPARC TO CRT-PARCELA
           READ CADCCRT
               INVALID KEY
                   MOVE "N" TO ACHOUPARC
               NOT INVALID KEY
                   MOVE "S" TO ACHOUPARC
           END-READ
           MOVE "00" TO ERRO

           IF ACHOUPARC = "N" OR CRT-SITUACAO = "P"
               MOVE VEZESTRAB TO CRT-VEZES
               MOVE DATAVENDA TO CRT-DATAVENDA
               COMPUTE DIASPREV = FUNCTION INTEGER-OF-DATE (DATAVENDA)
                   + DIASCART * IXPARC
               COMPUTE CRT-DATAPREV =
                   FUNCTION DATE-OF-INTEGER (DIASPREV)
               IF IXPARC = VEZESTRAB
                   COMPUTE CRT-VRPREV = FPAG-VALOR
                       - VRPARCELA * (VEZESTRAB - 1)
               ELSE
                   MOVE VRPARCELA TO CRT-VRPREV
               END-IF
               IF ACHOUPARC = "N"
                   MOVE ZEROS TO CRT-ADQ CRT-DATACRED CRT-BRUTO
                       CRT-TAXA CRT-LIQUIDO CRT-TAXAESP CRT-VRESTORNO
                   MOVE "P" TO CRT-SITUACAO
                   WRITE REGCCRT
                   ADD 1 TO QTPREVISTAS
               ELSE
                   REWRITE REGCCRT
               END-IF
               MOVE "00" TO ERRO
           END-IF
           ADD 1 TO IXPARC.

      *Importa o arquivo de liquidacao da adquirente: casa cada
      *linha com a parcela prevista e lista o resultado pelo spool
       IMPORTAR.

           MOVE "00" TO ERROLIQ
           OPEN INPUT LIQADQ
           IF ERROLIQ NOT = "00"
               DISPLAY "LIQADQ.TXT NAO ENCONTRADO"
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM GERAPREVISAO
           MOVE ZEROS TO QTEMDIA QTATRASOPG QTAMENOR QTSEMVENDA
               QTDUPLICADO QTESTORNO VRSEMVENDA

           MOVE "LIQUIDACAO DE CARTOES" TO TITULOREL
           PERFORM ABRESPOOL
           STRING "IMPORTACAO DE LIQADQ.TXT EM " DATAHOJE
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           PERFORM GRAVAREL
           MOVE "AD CONTRATO PC DATA     T" TO LINHAREL
           MOVE "BRUTO" TO LINHAREL(33:5)
           MOVE "LIQUIDO" TO LINHAREL(44:7)
           MOVE "RESULTADO" TO LINHAREL(53:9)
           PERFORM GRAVAREL
           MOVE ALL "-" TO LINHAREL(1:76)
           PERFORM GRAVAREL

           MOVE "N" TO FIMLISTA
           PERFORM APLICALIQUIDACAO UNTIL FIMLISTA = "S"
           CLOSE LIQADQ

           MOVE ALL "-" TO LINHAREL(1:76)
           PERFORM GRAVAREL
           STRING "EM DIA: " QTEMDIA "  COM ATRASO: " QTATRASOPG
               "  A MENOR: " QTAMENOR
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE VRSEMVENDA TO LD-TOTAL
           STRING "CHARGEBACKS: " QTESTORNO "  JA CONCILIADOS: "
               QTDUPLICADO "  SEM VENDA: " QTSEMVENDA " " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           CLOSE ARQREL

           DISPLAY "PARCELAS PREVISTAS NOVAS: " QTPREVISTAS
           DISPLAY "CREDITOS EM DIA:          " QTEMDIA
           DISPLAY "PAGOS COM ATRASO:         " QTATRASOPG
           DISPLAY "PAGOS A MENOR:            " QTAMENOR
           DISPLAY "CHARGEBACKS:              " QTESTORNO
           DISPLAY "JA CONCILIADOS ANTES:     " QTDUPLICADO
           DISPLAY "SEM VENDA CORRESPONDENTE: " QTSEMVENDA
           DISPLAY "RESULTADO GRAVADO EM " NOMERELATORIO

           MOVE "IMPADQ" TO LOG-OPERACAO
           MOVE DATAHOJE TO LOG-CHAVE
           PERFORM GRAVALOG
           GO TO MENU-PRINCIPAL.

      *Le a proxima linha da liquidacao e aplica na parcela prevista
       APLICALIQUIDACAO.

           READ LIQADQ
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               PERFORM ACHAPARCELA
               IF ACHOUPARC = "N"
                   IF ACHOUCONTRATO = "S"
                       MOVE "JA CONCILIADO" TO RESULTADOTRAB
                       ADD 1 TO QTDUPLICADO
                   ELSE
                       MOVE "SEM VENDA" TO RESULTADOTRAB
                       ADD 1 TO QTSEMVENDA
                       ADD LIQ-BRUTO TO VRSEMVENDA
                   END-IF
               ELSE
                   MOVE CHAVEACHADA TO CRT-CHAVE
                   READ CADCCRT
                   IF LIQ-TIPO = "E"
                       PERFORM APLICAESTORNO
                   ELSE
                       PERFORM APLICACREDITO
                   END-IF
                   MOVE "00" TO ERRO
               END-IF
               PERFORM LINHALIQUIDACAO
           END-IF.

      *Procura entre as parcelas do contrato a que casa com a linha:
      *mesmo numero de parcela, ainda pendente para um credito ou
      *ainda nao estornada para um chargeback
       ACHAPARCELA.

           MOVE "N" TO ACHOUPARC
           MOVE "N" TO ACHOUCONTRATO
           MOVE LIQ-CONTRATO TO CRT-CONTRATO
           MOVE ZEROS TO CRT-SEQ CRT-PARCELA
           MOVE "N" TO FIMPARC
           START CADCCRT KEY IS NOT LESS THAN CRT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMPARC
           END-START
           PERFORM TESTAPARCELA UNTIL FIMPARC = "S"
           MOVE "00" TO ERRO.

      *Le a proxima parcela do contrato e guarda a chave se casar
       TESTAPARCELA.

           READ CADCCRT NEXT RECORD
               AT END
                   MOVE "S" TO FIMPARC
           END-READ

           IF FIMPARC NOT = "S"
               IF CRT-CONTRATO NOT = LIQ-CONTRATO
                   MOVE "S" TO FIMPARC
               ELSE
                   IF CRT-PARCELA = LIQ-PARCELA
                       MOVE "S" TO ACHOUCONTRATO
                       IF (LIQ-TIPO = "E" AND CRT-SITUACAO NOT = "E")
                           OR (LIQ-TIPO NOT = "E"
                               AND CRT-SITUACAO = "P")
                           MOVE "S" TO ACHOUPARC
                           MOVE "S" TO FIMPARC
                           MOVE CRT-CHAVE TO CHAVEACHADA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Grava o credito recebido na parcela e confere a taxa cobrada
      *pela tabela da adquirente e a data contra a prevista
       APLICACREDITO.

           MOVE LIQ-ADQ TO CRT-ADQ
           MOVE LIQ-DATA TO CRT-DATACRED
           MOVE LIQ-BRUTO TO CRT-BRUTO
           MOVE LIQ-TAXA TO CRT-TAXA
           MOVE LIQ-LIQUIDO TO CRT-LIQUIDO

           MOVE LIQ-ADQ TO CODMDR-ADQ
           MOVE CRT-VEZES TO CODMDR-VEZES
           MOVE CODMDR TO PARAM-CODIGO
           MOVE ZEROS TO PARAMPADRAO
           PERFORM BUSCAPARAM
           MOVE PARAMPADRAO TO PCTMDR
           IF PCTMDR > ZEROS
               MOVE "S" TO TEMTAXA
           ELSE
               MOVE "N" TO TEMTAXA
           END-IF

           COMPUTE CRT-TAXAESP ROUNDED = CRT-VRPREV * PCTMDR / 100
           COMPUTE LIQESPERADO = CRT-VRPREV - CRT-TAXAESP
           MOVE ZEROS TO DIFERENCA
           IF LIQ-LIQUIDO < LIQESPERADO
               COMPUTE DIFERENCA = LIQESPERADO - LIQ-LIQUIDO
           END-IF

           IF DIFERENCA > TOLCART
               MOVE "M" TO CRT-SITUACAO
               MOVE DIFERENCA TO LD-DIFERENCA
               STRING "A MENOR " LD-DIFERENCA
                   DELIMITED BY SIZE INTO RESULTADOTRAB
               ADD 1 TO QTAMENOR
           ELSE
               IF LIQ-DATA > CRT-DATAPREV
                   MOVE "L" TO CRT-SITUACAO
                   MOVE "PAGO COM ATRASO" TO RESULTADOTRAB
                   ADD 1 TO QTATRASOPG
               ELSE
                   MOVE "O" TO CRT-SITUACAO
                   MOVE "EM DIA" TO RESULTADOTRAB
                   ADD 1 TO QTEMDIA
               END-IF
           END-IF
           IF TEMTAXA = "N"
               MOVE "SEM TAXA NA TABELA" TO RESULTADOTRAB
           END-IF
           REWRITE REGCCRT.

      *Chargeback da adquirente: marca a parcela como estornada,
      *o que passa a aparecer na consulta da venda
       APLICAESTORNO.

           MOVE "E" TO CRT-SITUACAO
           MOVE LIQ-BRUTO TO CRT-VRESTORNO
           IF CRT-ADQ = ZEROS
               MOVE LIQ-ADQ TO CRT-ADQ
           END-IF
           REWRITE REGCCRT
           MOVE "CHARGEBACK" TO RESULTADOTRAB
           ADD 1 TO QTESTORNO
           MOVE "CHGBCK" TO LOG-OPERACAO
           MOVE CRT-CHAVE TO LOG-CHAVE
           PERFORM GRAVALOG.

      *Imprime a linha da liquidacao com o resultado da conciliacao
       LINHALIQUIDACAO.

           MOVE LIQ-ADQ TO LINHAREL(1:2)
           MOVE LIQ-CONTRATO TO LINHAREL(4:8)
           MOVE LIQ-PARCELA TO LINHAREL(13:2)
           MOVE LIQ-DATA TO LINHAREL(16:8)
           MOVE LIQ-TIPO TO LINHAREL(25:1)
           MOVE LIQ-BRUTO TO LD-VALOR
           MOVE LD-VALOR TO LINHAREL(27:11)
           MOVE LIQ-LIQUIDO TO LD-LIQUIDO
           MOVE LD-LIQUIDO TO LINHAREL(40:11)
           MOVE RESULTADOTRAB TO LINHAREL(53:20)
           PERFORM GRAVAREL
           MOVE SPACES TO RESULTADOTRAB.

      *Relatorio das parcelas com credito previsto no mes: em dia,
      *pagas com atraso, a menor, estornadas, em atraso (vencidas
      *sem credito) e ainda a receber
       RELATORIO.

           DISPLAY "MES DO CREDITO PREVISTO (AAAAMM): "
           ACCEPT PERIODOPEDIDO
           IF PERIODOPEDIDO = ZEROS
               DISPLAY "DIGITE O MES"
               GO TO RELATORIO
           END-IF

           PERFORM GERAPREVISAO
           MOVE ZEROS TO QTEMDIA QTATRASOPG QTAMENOR QTESTORNO
               QTEMATRASO QTARECEBER VREMDIA VRATRASOPG VRAMENOR
               VRESTORNO VREMATRASO VRARECEBER

           MOVE "CONCILIACAO DE CARTOES" TO TITULOREL
           PERFORM ABRESPOOL
           STRING "CREDITOS DE CARTAO PREVISTOS EM " PERIODOPEDIDO
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           PERFORM GRAVAREL
           MOVE "CONTRATO SQ PC PREVISTO" TO LINHAREL
           MOVE "VALOR" TO LINHAREL(31:5)
           MOVE "AD CREDITO" TO LINHAREL(37:10)
           MOVE "LIQUIDO" TO LINHAREL(57:7)
           MOVE "SITUACAO" TO LINHAREL(66:8)
           PERFORM GRAVAREL
           MOVE ALL "-" TO LINHAREL(1:76)
           PERFORM GRAVAREL

           MOVE "00" TO ERROFPG
           OPEN INPUT CADFPAG
           MOVE "N" TO FIMLISTA
           MOVE ZEROS TO CRT-CONTRATO CRT-SEQ CRT-PARCELA
           START CADCCRT KEY IS NOT LESS THAN CRT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM LERELATORIO UNTIL FIMLISTA = "S"
           CLOSE CADFPAG
           MOVE "00" TO ERROFPG

           MOVE ALL "-" TO LINHAREL(1:76)
           PERFORM GRAVAREL
           MOVE VREMDIA TO LD-TOTAL
           STRING "EM DIA ............ " QTEMDIA "  " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE VRATRASOPG TO LD-TOTAL
           STRING "PAGOS COM ATRASO .. " QTATRASOPG "  " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE VRAMENOR TO LD-TOTAL
           STRING "PAGOS A MENOR ..... " QTAMENOR "  " LD-TOTAL
               "  (DIFERENCA)" DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE VREMATRASO TO LD-TOTAL
           STRING "EM ATRASO ......... " QTEMATRASO "  " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE VRARECEBER TO LD-TOTAL
           STRING "A RECEBER ......... " QTARECEBER "  " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE VRESTORNO TO LD-TOTAL
           STRING "CHARGEBACKS ....... " QTESTORNO "  " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           CLOSE ARQREL

           DISPLAY "EM DIA: " QTEMDIA "  COM ATRASO: " QTATRASOPG
               "  A MENOR: " QTAMENOR
           DISPLAY "EM ATRASO: " QTEMATRASO "  A RECEBER: "
               QTARECEBER "  CHARGEBACKS: " QTESTORNO
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO MENU-PRINCIPAL.

      *Le a proxima parcela e imprime se prevista no mes; parcela
      *pendente cuja linha de cartao saiu da venda (venda alterada
      *ou cancelada) e ignorada
       LERELATORIO.

           READ CADCCRT NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               AND CRT-DATAPREV(1:6) = PERIODOPEDIDO
               MOVE "S" TO ACHOUPARC
               IF CRT-SITUACAO = "P"
                   MOVE CRT-CONTRATO TO FPAG-CONTRATO
                   MOVE CRT-SEQ TO FPAG-SEQ
                   READ CADFPAG
                       INVALID KEY
                           MOVE "N" TO ACHOUPARC
                       NOT INVALID KEY
                           IF FPAG-FORMA NOT = "C"
                               MOVE "N" TO ACHOUPARC
                           END-IF
                   END-READ
                   MOVE "00" TO ERROFPG
               END-IF
               IF ACHOUPARC = "S"
                   PERFORM CLASSIFICAPARCELA
                   PERFORM LINHARELATORIO
               END-IF
           END-IF.

      *Classifica a parcela corrente e soma no total da situacao
       CLASSIFICAPARCELA.

           IF CRT-SITUACAO = "O"
               MOVE "EM DIA" TO RESULTADOTRAB
               ADD 1 TO QTEMDIA
               ADD CRT-LIQUIDO TO VREMDIA
           END-IF
           IF CRT-SITUACAO = "L"
               MOVE "PAGO COM ATRASO" TO RESULTADOTRAB
               ADD 1 TO QTATRASOPG
               ADD CRT-LIQUIDO TO VRATRASOPG
           END-IF
           IF CRT-SITUACAO = "M"
               COMPUTE DIFERENCA = CRT-VRPREV - CRT-TAXAESP
                   - CRT-LIQUIDO
               MOVE "A MENOR" TO RESULTADOTRAB
               ADD 1 TO QTAMENOR
               ADD DIFERENCA TO VRAMENOR
           END-IF
           IF CRT-SITUACAO = "E"
               MOVE "CHARGEBACK" TO RESULTADOTRAB
               ADD 1 TO QTESTORNO
               ADD CRT-VRESTORNO TO VRESTORNO
           END-IF
           IF CRT-SITUACAO = "P"
               IF CRT-DATAPREV < DATAHOJE
                   MOVE "EM ATRASO" TO RESULTADOTRAB
                   ADD 1 TO QTEMATRASO
                   ADD CRT-VRPREV TO VREMATRASO
               ELSE
                   MOVE "A RECEBER" TO RESULTADOTRAB
                   ADD 1 TO QTARECEBER
                   ADD CRT-VRPREV TO VRARECEBER
               END-IF
           END-IF.

      *Imprime a linha da parcela no relatorio do mes
       LINHARELATORIO.

           MOVE CRT-CONTRATO TO LINHAREL(1:8)
           MOVE CRT-SEQ TO LINHAREL(10:2)
           MOVE CRT-PARCELA TO LINHAREL(13:2)
           MOVE CRT-DATAPREV TO LINHAREL(16:8)
           MOVE CRT-VRPREV TO LD-VALOR
           MOVE LD-VALOR TO LINHAREL(25:11)
           IF CRT-SITUACAO NOT = "P"
               MOVE CRT-ADQ TO LINHAREL(37:2)
               MOVE CRT-DATACRED TO LINHAREL(40:8)
               MOVE CRT-LIQUIDO TO LD-LIQUIDO
               MOVE LD-LIQUIDO TO LINHAREL(53:11)
           END-IF
           MOVE RESULTADOTRAB(1:15) TO LINHAREL(66:15)
           PERFORM GRAVAREL
           MOVE SPACES TO RESULTADOTRAB.

      *Tabela de taxas: grava em CADPARAM o percentual de desconto
      *(MDR) da adquirente para o numero de parcelas e lista a
      *tabela ja cadastrada da adquirente
       TAXAS.

           DISPLAY "CODIGO DA ADQUIRENTE (2 DIGITOS): "
           ACCEPT ADQDIGITADA
           IF ADQDIGITADA = ZEROS
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE ADQDIGITADA TO CODMDR-ADQ
           MOVE ZEROS TO CODMDR-VEZES
           MOVE "00" TO ERROPAR
           OPEN I-O CADPARAM
           IF ERROPAR = "30" OR ERROPAR = "35"
               OPEN OUTPUT CADPARAM
               CLOSE CADPARAM
               OPEN I-O CADPARAM
           END-IF

           DISPLAY "PARCELAS  TAXA (%)"
           MOVE "N" TO FIMPARC
           MOVE CODMDR TO PARAM-CODIGO
           START CADPARAM KEY IS NOT LESS THAN PARAM-CODIGO
               INVALID KEY
                   MOVE "S" TO FIMPARC
           END-START
           PERFORM MOSTRATAXA UNTIL FIMPARC = "S"

           DISPLAY "NUMERO DE PARCELAS (0 = VOLTAR): "
           ACCEPT VEZESDIGITADA
           IF VEZESDIGITADA = ZEROS
               CLOSE CADPARAM
               MOVE "00" TO ERROPAR
               GO TO MENU-PRINCIPAL
           END-IF
           DISPLAY "TAXA DE DESCONTO (%): "
           ACCEPT PCTDIGITADO

           MOVE VEZESDIGITADA TO CODMDR-VEZES
           MOVE CODMDR TO PARAM-CODIGO
           MOVE "N" TO ACHOUPARAM
           READ CADPARAM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ACHOUPARAM
           END-READ
           MOVE CODMDR TO PARAM-CODIGO
           MOVE PCTDIGITADO TO PARAM-VALOR
           MOVE SPACES TO PARAM-DESCRICAO
           STRING "MDR ADQUIRENTE " ADQDIGITADA " EM "
               VEZESDIGITADA "X" DELIMITED BY SIZE
               INTO PARAM-DESCRICAO
           IF ACHOUPARAM = "S"
               REWRITE REGPARAM
           ELSE
               WRITE REGPARAM
           END-IF
           IF ERROPAR = "00" OR "02"
               DISPLAY "TAXA GRAVADA"
               MOVE "GRAVA" TO LOG-OPERACAO
               MOVE PARAM-CODIGO TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO NA GRAVACAO DA TAXA"
           END-IF
           CLOSE CADPARAM
           MOVE "00" TO ERROPAR
           GO TO TAXAS.

      *Le o proximo parametro e mostra se for taxa da adquirente
       MOSTRATAXA.

           READ CADPARAM NEXT RECORD
               AT END
                   MOVE "S" TO FIMPARC
           END-READ

           IF FIMPARC NOT = "S"
               IF PARAM-CODIGO(1:5) NOT = CODMDR(1:5)
                   MOVE "S" TO FIMPARC
               ELSE
                   MOVE PARAM-VALOR TO LD-PCT
                   DISPLAY "   " PARAM-CODIGO(6:2) "X     " LD-PCT
               END-IF
           END-IF.

      *Busca um parametro em CADPARAM; se achar, devolve o valor em
      *PARAMPADRAO, senao mantem o padrao informado pelo chamador
       BUSCAPARAM.

           MOVE "00" TO ERROPAR
           OPEN INPUT CADPARAM
           IF ERROPAR = "00"
               READ CADPARAM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAM-VALOR TO PARAMPADRAO
               END-READ
               CLOSE CADPARAM
           END-IF
           MOVE "00" TO ERROPAR.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
           MOVE "P172ADQ" TO LOG-PROGRAMA
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

      *Fecha o arquivo de creditos antes de encerrar
       SAIR.

           CLOSE CADCCRT.

      *Fecha o programa
       FIM.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "ADQ" TO NOMERELATORIO(1:3)
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
           MOVE "P172ADQ" TO SPO-PROGRAMA
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
           STRING "P172ADQ  " TITULOREL "  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172ADQ.
