      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Levantamento dos chassis ja gravados que nao passam
      *    na validacao de documentos P172VAL, para rodar uma vez
      *    depois que as entradas passaram a conferir o chassi. Le as
      *    vendas (CADVEIC) e o estoque de patio (CADESTOQ) e lista no
      *    spool (P172SPO) todo chassi com caracter invalido, digito
      *    verificador errado ou caracter de ano que nao bate com o
      *    ano do modelo, para a correcao do cadastro antes da
      *    proxima remessa ao DETRAN e da consulta de gravame. Nao
      *    altera nenhum arquivo.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172CHS.
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
           SELECT CADESTOQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHASSI
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
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 ORIGEMREG PIC X(6) VALUE SPACES.
           01 CHAVEREG PIC X(8) VALUE SPACES.
           01 QTLIDOS PIC 9(6) VALUE ZEROS.
           01 QTINVALIDOS PIC 9(6) VALUE ZEROS.
           01 LD-QTDE PIC ZZZZZ9 VALUE ZEROS.
           01 REGVALVEIC.
               02 VAL-CHASSI PIC X(17) VALUE SPACES.
               02 VAL-ANOMODEL PIC 9(4) VALUE ZEROS.
               02 VAL-PLACA PIC X(7) VALUE SPACES.
               02 VAL-RENAVAM PIC 9(11) VALUE ZEROS.
               02 VAL-RESULTADO PIC X(1) VALUE "S".
               02 VAL-MENSAGEM PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Confere as vendas e o estoque de patio e fecha o relatorio
       INICIO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE

           DISPLAY " "
           DISPLAY "CHASSIS INVALIDOS EM CADVEIC E CADESTOQ"
           DISPLAY "======================================="

           PERFORM ABRESPOOL
           MOVE "ORIGEM CONTRATO CHASSI            ANO  MOTIVO"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL

           PERFORM CONFEREVENDAS
           PERFORM CONFEREESTOQUE

           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE QTLIDOS TO LD-QTDE
           STRING "VEICULOS CONFERIDOS: " LD-QTDE
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE QTINVALIDOS TO LD-QTDE
           STRING "CHASSIS A CORRIGIR:  " LD-QTDE
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           CLOSE ARQREL

           DISPLAY "CHASSIS A CORRIGIR: " QTINVALIDOS " DE " QTLIDOS
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO FIM.

      *Confere o chassi e o ano do modelo de cada venda de CADVEIC
       CONFEREVENDAS.

           OPEN INPUT CADVEIC
           IF ERRO NOT = "00"
               DISPLAY "CADVEIC NAO ENCONTRADO"
           ELSE
               MOVE "VENDA" TO ORIGEMREG
               PERFORM UNTIL ERRO = "10"
                   READ CADVEIC NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       MOVE VEIC-CONTRATO TO CHAVEREG
                       MOVE CHASSI TO VAL-CHASSI
                       MOVE ANO-MODEL TO VAL-ANOMODEL
                       PERFORM CONFERECHASSI
                   END-IF
               END-PERFORM
               CLOSE CADVEIC
           END-IF
           MOVE "00" TO ERRO.

      *Confere o chassi e o ano do modelo de cada veiculo do estoque
      *de patio (CADESTOQ)
       CONFEREESTOQUE.

           OPEN INPUT CADESTOQ
           IF ERRO NOT = "00"
               DISPLAY "CADESTOQ NAO ENCONTRADO"
           ELSE
               MOVE "PATIO" TO ORIGEMREG
               MOVE SPACES TO CHAVEREG
               PERFORM UNTIL ERRO = "10"
                   READ CADESTOQ NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       MOVE EST-CHASSI TO VAL-CHASSI
                       MOVE EST-ANOMODEL TO VAL-ANOMODEL
                       PERFORM CONFERECHASSI
                   END-IF
               END-PERFORM
               CLOSE CADESTOQ
           END-IF
           MOVE "00" TO ERRO.

      *Passa o chassi corrente pela validacao P172VAL e lista o
      *registro que nao confere; chassi em branco tambem e listado
       CONFERECHASSI.

           ADD 1 TO QTLIDOS
           MOVE SPACES TO VAL-PLACA
           MOVE ZEROS TO VAL-RENAVAM
           IF VAL-CHASSI = SPACES
               MOVE "N" TO VAL-RESULTADO
               MOVE "CHASSI EM BRANCO" TO VAL-MENSAGEM
           ELSE
               CALL "P172VAL" USING REGVALVEIC
           END-IF
           IF VAL-RESULTADO = "N"
               ADD 1 TO QTINVALIDOS
               STRING ORIGEMREG " " CHAVEREG " " VAL-CHASSI " "
                   VAL-ANOMODEL " " VAL-MENSAGEM
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
           END-IF.

      *Fecha o programa
       FIM.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "CHS" TO NOMERELATORIO(1:3)
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
           MOVE "P172CHS" TO SPO-PROGRAMA
           MOVE DATAHORAREL TO SPO-DATAHORA
           MOVE "CHASSIS INVALIDOS" TO SPO-TITULO
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
           STRING "P172CHS  CHASSIS INVALIDOS  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172CHS.
