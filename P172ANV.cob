      * Mod: 22/08/2026 - saida em spool paginado (arquivo datado por
      *      execucao, registrado em SPOOLIDX para o gerenciador
      *      P172SPO); o console passa a mostrar so o resumo.
      * Mod: 15/10/2026 - LGPD: consulta o consentimento de marketing
      *      em CADLGPD; quem recusou (N) fica fora da lista e quem
      *      ainda nao respondeu sai marcado com "*". Cadastro
      *      anonimizado nao entra.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172ANV.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPO-CHAVE
               FILE STATUS IS ERROIDX.
           SELECT CADLGPD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGPD-CHAVE
               FILE STATUS IS ERROLGP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               02 CNPJ PIC 9(14) VALUE ZEROS.
               02 RAZAOSOCIAL PIC X(30) VALUE SPACES.
               02 INSCRESTADUAL PIC X(14) VALUE SPACES.
               02 CEPPROPR PIC 9(8) VALUE ZEROS.
               02 NUMEROEND PIC X(6) VALUE SPACES.

           FD CADLGPD
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADLGPD.DAT".
           01 REGLGPD.
               02 LGPD-CHAVE.
                   03 LGPD-TIPO PIC X(1) VALUE "C".
                   03 LGPD-CODIGO PIC 9(11) VALUE ZEROS.
               02 LGPD-MARKETING PIC X(1) VALUE SPACES.
               02 LGPD-DATA PIC 9(8) VALUE ZEROS.
               02 LGPD-CANAL PIC X(1) VALUE SPACES.
               02 LGPD-OPERADOR PIC X(20) VALUE SPACES.
               02 LGPD-DATAREF PIC 9(8) VALUE ZEROS.
               02 LGPD-DATAANON PIC 9(8) VALUE ZEROS.

           FD RELATORIO
              LABEL  RECORD IS STANDARD.
       WORKING-STORAGE SECTION.

           01 ERRO PIC X(2) VALUE "00".
           01 ERROLGP PIC X(2) VALUE "00".
           01 ABRIULGPD PIC X(1) VALUE "N".

           01 ERROREL PIC X(2) VALUE "00".
           01 ERROIDX PIC X(2) VALUE "00".
           01 MESPEDIDO PIC 9(2) VALUE ZEROS.
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 QTDACHADOS PIC 9(5) VALUE ZEROS.
           01 QTDRECUSA PIC 9(5) VALUE ZEROS.
           01 QTDSEMRESP PIC 9(5) VALUE ZEROS.

           01 LINDETALHE.
               02 LD-NOME PIC X(20) VALUE SPACES.
                   03 LD-DDD PIC ZZ VALUE ZEROS.
                   03 LD-NUMERO PIC 9(9) VALUE ZEROS.
               02 LD-EMAIL PIC X(30) VALUE SPACES.
               02 LD-MARCA PIC X(2) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

               GO TO SAIR
           END-IF

      *    sem o arquivo de consentimentos ninguem respondeu ainda
           MOVE "00" TO ERROLGP
           OPEN INPUT CADLGPD
           IF ERROLGP = "00"
               MOVE "S" TO ABRIULGPD
           END-IF

           PERFORM ABRESPOOL

           MOVE "NOME                 DIA  TELEFONE     EMAIL"
           STRING "TOTAL DE ANIVERSARIANTES: " QTDACHADOS
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           STRING "  * SEM CONSENTIMENTO INFORMADO: " QTDSEMRESP
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           STRING "FORA DA LISTA (RECUSARAM MARKETING): " QTDRECUSA
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL

           CLOSE CADPROPR
           IF ABRIULGPD = "S"
               CLOSE CADLGPD
           END-IF
           CLOSE RELATORIO
           DISPLAY " "
           DISPLAY "TOTAL DE ANIVERSARIANTES: " QTDACHADOS
           DISPLAY "RECUSARAM MARKETING: " QTDRECUSA
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO SAIR.

      *Le o proximo proprietario e, se faz aniversario no mes pedido
      *e nao recusou marketing, imprime a linha do relatorio
       PROCESSAPROPR.

           READ CADPROPR NEXT RECORD
           END-READ

           IF FIMARQUIVO NOT = "S"
               IF MES = MESPEDIDO AND NOME NOT = "ANONIMIZADO"
                   PERFORM BUSCACONSENTIMENTO
                   IF LGPD-MARKETING = "N"
                       ADD 1 TO QTDRECUSA
                   ELSE
                       PERFORM IMPRIMELINHA
                   END-IF
               END-IF
           END-IF.

      *Le o consentimento de marketing do proprietario corrente
      *(brancos em LGPD-MARKETING se nao respondeu)
       BUSCACONSENTIMENTO.

           MOVE SPACES TO LGPD-MARKETING
           IF ABRIULGPD = "S"
               MOVE "C" TO LGPD-TIPO
               MOVE CPF TO LGPD-CODIGO
               READ CADLGPD
                   INVALID KEY
                       MOVE SPACES TO LGPD-MARKETING
               END-READ
               MOVE "00" TO ERROLGP
           END-IF.

      *Monta e imprime a linha do aniversariante corrente; "*" marca
      *quem ainda nao informou o consentimento
       IMPRIMELINHA.

           MOVE NOME TO LD-NOME
           MOVE DDD TO LD-DDD
           MOVE NUMERO TO LD-NUMERO
           MOVE EMAIL TO LD-EMAIL
           IF LGPD-MARKETING = "S"
               MOVE SPACES TO LD-MARCA
           ELSE
               MOVE " *" TO LD-MARCA
               ADD 1 TO QTDSEMRESP
           END-IF

           STRING LD-NOME "  " LD-DIA "  " LD-DDD " " LD-NUMERO
               "  " LD-EMAIL LD-MARCA DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL

           ADD 1 TO QTDACHADOS.
