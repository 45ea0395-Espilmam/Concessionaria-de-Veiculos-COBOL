      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      * Mod: 15/10/2026 - a re-exportacao leva o endereco completo do
      *      comprador, lido em CADPROPR pelo CPF da nota e montado
      *      pelo CADCEP (MONTAENDERECO, mesma regra de P172904).
      * Mod: 15/10/2026 - NF de competencia ja fechada (P172CMP) nao e
      *      mais re-exportada, conferida pelo P172PER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172NFE.
           SELECT NFSAIDA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRONFS.
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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               02 NFS-FILIAL PIC 9(2) VALUE ZEROS.
               02 NFS-TIPOPESSOA PIC X(1) VALUE "F".
               02 NFS-CNPJ PIC 9(14) VALUE ZEROS.
               02 NFS-ENDERECO PIC X(74) VALUE SPACES.
               02 NFS-BAIRRO PIC X(26) VALUE SPACES.
               02 NFS-CIDADE PIC X(20) VALUE SPACES.
               02 NFS-CEP PIC 9(8) VALUE ZEROS.

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

       WORKING-STORAGE SECTION.

           01 ERRO PIC X(2) VALUE "00".
           01 ERROCEP PIC X(2) VALUE "00".
           01 ENDERECO1 PIC X(74) VALUE SPACES.
           01 ENDERECO2 PIC X(66) VALUE SPACES.
           01 ERRONFS PIC X(2) VALUE "00".
           01 OPC PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 TOTALDIA PIC 9(10)V99 VALUE ZEROS.
           01 LD-VALOR PIC Z(8),99 VALUE ZEROS.
           01 LD-TOTAL PIC Z(10),99 VALUE ZEROS.
           01 REGPERIODO.
               02 PER-DATA PIC 9(8) VALUE ZEROS.
               02 PER-FECHADA PIC 9(6) VALUE ZEROS.
               02 PER-RESULTADO PIC X(1) VALUE "S".
               02 PER-MENSAGEM PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

           DISPLAY "RE-EXPORTAR PARA NFSAIDA.TXT ? S/N"
           ACCEPT OPC
           IF OPC = "S" OR "s"
               MOVE NF-DATA TO PER-DATA
               PERFORM CONFEREPERIODO
               IF PER-RESULTADO = "N"
                   DISPLAY PER-MENSAGEM
               ELSE
                   PERFORM EXPORTANF
                   DISPLAY "NF RE-EXPORTADA"
               END-IF
           END-IF

           GO TO MENU-PRINCIPAL.
           MOVE NF-FILIAL TO NFS-FILIAL
           MOVE NF-TIPOPESSOA TO NFS-TIPOPESSOA
           MOVE NF-CNPJ TO NFS-CNPJ
           PERFORM LEPROPRIETARIO
           PERFORM MONTAENDERECO
           MOVE ENDERECO1 TO NFS-ENDERECO
           MOVE BAIRRO TO NFS-BAIRRO
           MOVE CIDADE TO NFS-CIDADE
           MOVE CEPPROPR TO NFS-CEP
           MOVE "00" TO ERRONFS
           OPEN EXTEND NFSAIDA
           IF ERRONFS = "30" OR ERRONFS = "35"
           WRITE REGNFS
           CLOSE NFSAIDA.

      *Confere pelo P172PER se a data em PER-DATA esta em competencia
      *ja fechada no fechamento mensal (PER-RESULTADO = "N")
       CONFEREPERIODO.
           CALL "P172PER" USING REGPERIODO.

      *Monta o endereco completo do proprietario corrente: logradouro,
      *bairro, cidade e UF do CADCEP pelo CEP do cadastro, mais o
      *numero e o complemento; cliente antigo ainda sem CEP sai so com
      *o complemento (P172END lista esses cadastros)
       MONTAENDERECO.

           MOVE SPACES TO ENDERECO1 ENDERECO2
           MOVE SPACES TO LOGRADOURO BAIRRO CIDADE UF
           IF CEPPROPR NOT = ZEROS
               MOVE CEPPROPR TO CEP
               MOVE "00" TO ERROCEP
               OPEN INPUT CADCEP
               IF ERROCEP = "00"
                   READ CADCEP
                       INVALID KEY
                           MOVE SPACES TO LOGRADOURO BAIRRO CIDADE UF
                   END-READ
                   CLOSE CADCEP
               END-IF
               MOVE "00" TO ERROCEP
           END-IF
           IF LOGRADOURO = SPACES
               MOVE COMPLEMENTO TO ENDERECO1
               MOVE "CEP NAO CADASTRADO" TO ENDERECO2
           ELSE
               STRING LOGRADOURO DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   NUMEROEND DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   COMPLEMENTO DELIMITED BY "  "
                   INTO ENDERECO1
               END-STRING
               STRING BAIRRO DELIMITED BY "  "
                   " - " DELIMITED BY SIZE
                   CIDADE DELIMITED BY "  "
                   "/" UF " CEP " CEPPROPR DELIMITED BY SIZE
                   INTO ENDERECO2
               END-STRING
           END-IF.

      *Le em CADPROPR o comprador da NF corrente; comprador que nao
      *esta mais no cadastro sai sem endereco
       LEPROPRIETARIO.

           MOVE NF-CPF TO CPF
           MOVE SPACES TO COMPLEMENTO NUMEROEND
           MOVE ZEROS TO CEPPROPR
           OPEN INPUT CADPROPR
           IF ERRO = "00"
               READ CADPROPR
                   INVALID KEY
                       MOVE SPACES TO COMPLEMENTO NUMEROEND
                       MOVE ZEROS TO CEPPROPR
               END-READ
               CLOSE CADPROPR
           END-IF
           MOVE "00" TO ERRO.

      *Recap do dia: lista as NF de uma data e a faixa emitida
       RECAP.

