      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Endereco completo do proprietario. Na primeira
      *    execucao converte o CADPROPR para o layout com CEP e numero
      *    do endereco (CEPPROPR/NUMEROEND): descarrega o arquivo para
      *    ENDTRAB.TMP no layout antigo e recria no novo, como a
      *    restauracao do P172BKP, e marca CONVEND em CTRLNUM. Em toda
      *    execucao lista no spool (P172SPO) os clientes ainda sem CEP
      *    ou com CEP que nao esta mais no CADCEP, com telefone e
      *    complemento antigo, para o balcao completar o cadastro pelo
      *    P172903. A conversao e feita por gerente, com os terminais
      *    parados; a listagem pode ser tirada a qualquer momento.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172END.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    layout antigo, lido so na descarga
           SELECT PROPRANT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CPF
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY ANT-EMAIL DUPLICATES.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY EMAIL DUPLICATES.
           SELECT CADCEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP
               FILE STATUS IS ERROCEP
               ALTERNATE RECORD KEY LOGRADOURO DUPLICATES.
           SELECT ENDTRAB ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROTRB.
           SELECT CTRLNUM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-NOME
               FILE STATUS IS ERRO.
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

           FD PROPRANT
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPRANT.
               02 ANT-CPF PIC 9(11) VALUE ZEROS.
               02 ANT-EMAIL PIC X(30) VALUE SPACES.
               02 FILLER PIC X(128) VALUE SPACES.

           FD CADPROPR
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPR.
               02 CPF PIC 9(11) VALUE ZEROS.
               02 EMAIL PIC X(30) VALUE SPACES.
               02 NOME PIC X(20) VALUE SPACES.
               02 COMPLEMENTO PIC X(30) VALUE SPACES.
               02 TELEFONE.
                   05 DDD PIC 9(2) VALUE ZEROS.
                   05 NUMERO PIC 9(9) VALUE ZEROS.
               02 DATANASC.
                   05 DIA PIC 9(2) VALUE ZEROS.
                   05 MES PIC 9(2) VALUE ZEROS.
                   05 ANO PIC 9(4) VALUE ZEROS.
               02 TIPOPESSOA PIC X(1) VALUE "F".
               02 CNPJ PIC 9(14) VALUE ZEROS.
               02 RAZAOSOCIAL PIC X(30) VALUE SPACES.
               02 INSCRESTADUAL PIC X(14) VALUE SPACES.
               02 CEPPROPR PIC 9(8) VALUE ZEROS.
               02 NUMEROEND PIC X(6) VALUE SPACES.

           FD CADCEP
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADCEP.DAT".
           01 REGCEP.
               02 CEP PIC 9(8).
               02 LOGRADOURO PIC X(35) VALUE SPACES.
               02 BAIRRO PIC X(26) VALUE SPACES.
               02 CIDADE PIC X(20) VALUE SPACES.
               02 UF PIC X(2) VALUE SPACES.
               02 REFERENCIA PIC X(35) VALUE SPACES.
               02 LATITUDE PIC X(15) VALUE SPACES.
               02 LONGITUDE PIC X(15) VALUE SPACES.

           FD ENDTRAB
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "ENDTRAB.TMP".
           01 REGTRAB PIC X(169) VALUE SPACES.

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
           01 ERROCEP PIC X(2) VALUE "00".
           01 ERROTRB PIC X(2) VALUE "00".
           01 OPC PIC X(1) VALUE SPACES.
           01 NIVELOPER PIC X(1) VALUE SPACES.
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 JACONVERTIDO PIC X(1) VALUE "N".
           01 TEMCEP PIC X(1) VALUE "N".
           01 SITUACAOCEP PIC X(12) VALUE SPACES.
           01 QTCONVERTIDOS PIC 9(7) VALUE ZEROS.
           01 QTCLIENTES PIC 9(7) VALUE ZEROS.
           01 QTPENDENTES PIC 9(7) VALUE ZEROS.
           01 LD-QTDE PIC Z(6)9 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Converte o CADPROPR se ainda estiver no layout antigo e tira a
      *lista de clientes sem CEP
       INICIO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE

           DISPLAY " "
           DISPLAY "ENDERECO DOS PROPRIETARIOS - CLIENTES SEM CEP"
           DISPLAY "============================================="

           PERFORM LECONTROLE
           IF JACONVERTIDO = "N"
               MOVE SPACES TO NIVELOPER
               ACCEPT NIVELOPER FROM ENVIRONMENT "OPERNIVEL"
               IF NIVELOPER NOT = "3"
                   DISPLAY "CADPROPR AINDA NAO CONVERTIDO PARA O"
                       " ENDERECO COMPLETO - CHAME O GERENTE"
                   GO TO FIM
               END-IF
               DISPLAY "O CADPROPR SERA CONVERTIDO PARA O LAYOUT COM"
                   " CEP E NUMERO."
               DISPLAY "TODOS OS TERMINAIS DEVEM ESTAR FORA DO SISTEMA."
               DISPLAY "FACA O BACKUP DOS ARQUIVOS ANTES DE CONTINUAR."
               DISPLAY "CONFIRMA A CONVERSAO ? S/N"
               ACCEPT OPC
               IF OPC NOT = "S" AND NOT = "s"
                   GO TO FIM
               END-IF
               PERFORM CONVERTEPROPR
               IF ERRO NOT = "00"
                   GO TO FIM
               END-IF
               PERFORM GRAVACONTROLE
               MOVE "CONVER" TO LOG-OPERACAO
               MOVE QTCONVERTIDOS TO LOG-CHAVE
               PERFORM GRAVALOG
               DISPLAY "CADPROPR CONVERTIDO: " QTCONVERTIDOS
                   " CLIENTES"
           END-IF

           PERFORM LISTASEMCEP THRU LISTASEMCEP-FIM
           GO TO FIM.

      *Le em CTRLNUM a marca CONVEND, gravada quando a conversao do
      *CADPROPR termina
       LECONTROLE.

           MOVE "N" TO JACONVERTIDO
           OPEN INPUT CTRLNUM
           IF ERRO = "00"
               MOVE "CONVEND" TO CTRL-NOME
               READ CTRLNUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO JACONVERTIDO
               END-READ
               CLOSE CTRLNUM
           END-IF
           MOVE "00" TO ERRO.

      *Grava a marca CONVEND em CTRLNUM, com a quantidade convertida
       GRAVACONTROLE.

           OPEN I-O CTRLNUM
           IF ERRO = "30" OR ERRO = "35"
               OPEN OUTPUT CTRLNUM
               CLOSE CTRLNUM
               OPEN I-O CTRLNUM
           END-IF
           MOVE "CONVEND" TO CTRL-NOME
           MOVE QTCONVERTIDOS TO CTRL-ULTIMO
           WRITE REGCTRL
               INVALID KEY
                   REWRITE REGCTRL
           END-WRITE
           CLOSE CTRLNUM
           MOVE "00" TO ERRO.

      *Descarrega o CADPROPR antigo para ENDTRAB.TMP e recria o
      *arquivo no layout novo, com CEP zerado e numero em branco;
      *instalacao sem CADPROPR so recebe a marca de convertido
       CONVERTEPROPR.

           MOVE ZEROS TO QTCONVERTIDOS
           OPEN INPUT PROPRANT
           IF ERRO NOT = "00"
               DISPLAY "CADPROPR NAO ENCONTRADO - NADA A CONVERTER"
               MOVE "00" TO ERRO
           ELSE
               OPEN OUTPUT ENDTRAB
               PERFORM UNTIL ERRO = "10"
                   READ PROPRANT NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       MOVE REGPROPRANT TO REGTRAB
                       WRITE REGTRAB
                   END-IF
               END-PERFORM
               CLOSE PROPRANT
               CLOSE ENDTRAB
               MOVE "00" TO ERRO

               OPEN INPUT ENDTRAB
               OPEN OUTPUT CADPROPR
               MOVE "00" TO ERROTRB
               PERFORM UNTIL ERROTRB = "10"
                   READ ENDTRAB
                       AT END
                           MOVE "10" TO ERROTRB
                       NOT AT END
                           MOVE REGTRAB TO REGPROPR
                           MOVE ZEROS TO CEPPROPR
                           MOVE SPACES TO NUMEROEND
                           WRITE REGPROPR
                           ADD 1 TO QTCONVERTIDOS
                   END-READ
               END-PERFORM
               CLOSE ENDTRAB
               CLOSE CADPROPR
               MOVE "00" TO ERRO
           END-IF.

      *Lista no spool os clientes sem CEP ou com CEP fora do CADCEP
       LISTASEMCEP.

           MOVE ZEROS TO QTCLIENTES QTPENDENTES
           OPEN INPUT CADPROPR
           IF ERRO NOT = "00"
               DISPLAY "CADPROPR NAO ENCONTRADO"
               MOVE "00" TO ERRO
               GO TO LISTASEMCEP-FIM
           END-IF

           MOVE "N" TO TEMCEP
           MOVE "00" TO ERROCEP
           OPEN INPUT CADCEP
           IF ERROCEP = "00"
               MOVE "S" TO TEMCEP
           END-IF

           PERFORM ABRESPOOL
           MOVE "CPF         NOME                 SITUACAO     TELEFONE"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "            COMPLEMENTO (ENDERECO ANTIGO)"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL

           PERFORM UNTIL ERRO = "10"
               READ CADPROPR NEXT RECORD
                   AT END
                       MOVE "10" TO ERRO
               END-READ
               IF ERRO NOT = "10"
                   ADD 1 TO QTCLIENTES
                   PERFORM CONFERECEP
                   IF SITUACAOCEP NOT = SPACES
                       ADD 1 TO QTPENDENTES
                       STRING CPF " " NOME " " SITUACAOCEP " ("
                           DDD ") " NUMERO
                           DELIMITED BY SIZE INTO LINHAREL
                       PERFORM GRAVAREL
                       STRING "            " COMPLEMENTO
                           DELIMITED BY SIZE INTO LINHAREL
                       PERFORM GRAVAREL
                   END-IF
               END-IF
           END-PERFORM

           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE QTCLIENTES TO LD-QTDE
           STRING "CLIENTES NO CADASTRO: " LD-QTDE
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE QTPENDENTES TO LD-QTDE
           STRING "CLIENTES A COMPLETAR: " LD-QTDE
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           CLOSE ARQREL

           CLOSE CADPROPR
           IF TEMCEP = "S"
               CLOSE CADCEP
           END-IF
           MOVE "00" TO ERRO
           MOVE "00" TO ERROCEP

           DISPLAY "CLIENTES A COMPLETAR: " QTPENDENTES " DE "
               QTCLIENTES
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO.

       LISTASEMCEP-FIM.
           EXIT.

      *Classifica o endereco do cliente corrente: SEM CEP, CEP
      *INVALIDO (nao esta no CADCEP) ou SEM NUMERO; branco = completo
       CONFERECEP.

           MOVE SPACES TO SITUACAOCEP
           IF CEPPROPR = ZEROS
               MOVE "SEM CEP" TO SITUACAOCEP
           ELSE
               IF TEMCEP = "S"
                   MOVE CEPPROPR TO CEP
                   READ CADCEP
                       INVALID KEY
                           MOVE "CEP INVALIDO" TO SITUACAOCEP
                   END-READ
                   MOVE "00" TO ERROCEP
               END-IF
               IF SITUACAOCEP = SPACES AND NUMEROEND = SPACES
                   MOVE "SEM NUMERO" TO SITUACAOCEP
               END-IF
           END-IF.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
           MOVE "P172END" TO LOG-PROGRAMA
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
       FIM.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "END" TO NOMERELATORIO(1:3)
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
           MOVE "P172END" TO SPO-PROGRAMA
           MOVE DATAHORAREL TO SPO-DATAHORA
           MOVE "CLIENTES SEM CEP" TO SPO-TITULO
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
           STRING "P172END  CLIENTES SEM CEP  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172END.
