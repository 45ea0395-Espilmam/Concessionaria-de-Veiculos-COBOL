      * Mod: 22/08/2026 - saida do extrato em spool paginado (arquivo
      *      datado por execucao, registrado em SPOOLIDX para o
      *      gerenciador P172SPO); o console mantem o resumo.
      * Mod: 15/10/2026 - o cliente pode ser localizado pelo numero do
      *      contrato de uma venda (CADVEIC ou arquivo morto HISVEIC)
      *      e cada veiculo do extrato mostra o seu contrato.
      * Mod: 15/10/2026 - o cabecalho mostra o endereco completo do
      *      cliente (CADCEP pelo CEP do cadastro, numero e
      *      complemento - MONTAENDERECO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172EXT.
               RECORD KEY IS CPF
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY EMAIL DUPLICATES.
           SELECT CADCEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP
               FILE STATUS IS ERROCEP
               ALTERNATE RECORD KEY LOGRADOURO DUPLICATES.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
           SELECT CADHIST ASSIGN TO DISK
           SELECT HISVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISV-CONTRATO
               FILE STATUS IS ERROHIS
               ALTERNATE RECORD KEY HISV-VEICULO DUPLICATES
               ALTERNATE RECORD KEY HISV-ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY HISV-CHASSI.
           SELECT HISPARC ASSIGN TO DISK
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

           FD CADVEIC
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 VEIC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 VEICULO.
                   03 VEIC-MARCA PIC 9(3) VALUE ZEROES.
                   03 VEIC-MODEL PIC 9(3) VALUE ZEROES.
              VALUE OF FILE-ID IS "CADPARC.DAT".
           01 REGPARC.
               02 PARC-CHAVE.
                   03 PARC-CONTRATO PIC 9(8) VALUE ZEROS.
                   03 PARC-NUMERO PIC 9(3) VALUE ZEROS.
               02 PARC-VEICULO.
                   03 PARC-MARCA PIC 9(3) VALUE ZEROS.
                   03 PARC-MODELO PIC 9(3) VALUE ZEROS.
                   03 PARC-CPF PIC 9(11) VALUE ZEROS.
               02 PARC-VENCIMENTO PIC 9(8) VALUE ZEROS.
               02 PARC-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 PARC-PAGO PIC X(1) VALUE "N".
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISVEIC.DAT".
           01 REGHISV.
               02 HISV-CONTRATO PIC 9(8) VALUE ZEROS.
               02 HISV-VEICULO.
                   03 HISV-MARCA PIC 9(3) VALUE ZEROES.
                   03 HISV-MODEL PIC 9(3) VALUE ZEROES.
              VALUE OF FILE-ID IS "HISPARC.DAT".
           01 REGHISP.
               02 HISP-CHAVE.
                   03 HISP-CONTRATO PIC 9(8) VALUE ZEROS.
                   03 HISP-NUMERO PIC 9(3) VALUE ZEROS.
               02 HISP-VEICULO.
                   03 HISP-MARCA PIC 9(3) VALUE ZEROS.
                   03 HISP-MODELO PIC 9(3) VALUE ZEROS.
                   03 HISP-CPF PIC 9(11) VALUE ZEROS.
               02 HISP-VENCIMENTO PIC 9(8) VALUE ZEROS.
               02 HISP-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 HISP-PAGO PIC X(1) VALUE "N".


           01 ERRO PIC X(2) VALUE "00".
           01 ERROCEP PIC X(2) VALUE "00".
           01 ENDERECO1 PIC X(74) VALUE SPACES.
           01 ENDERECO2 PIC X(66) VALUE SPACES.
           01 ERROHIST PIC X(2) VALUE "00".
           01 ERROHIS PIC X(2) VALUE "00".
           01 OPC PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 CPFPEDIDO PIC 9(11) VALUE ZEROS.
           01 CONTRATOPEDIDO PIC 9(8) VALUE ZEROS.
           01 QTVEICULOS PIC 9(3) VALUE ZEROS.
           01 NOMEMARCA PIC X(15) VALUE SPACES.
           01 NOMEMODELO PIC X(15) VALUE SPACES.

           DISPLAY " "
           DISPLAY "EXTRATO DO CLIENTE"
           DISPLAY "CPF DO CLIENTE (0 = SAIR, 1 = PELO CONTRATO): "
           ACCEPT CPFPEDIDO

           IF CPFPEDIDO = ZEROS
               GO TO FIM
           END-IF

           IF CPFPEDIDO = 1
               PERFORM BUSCACONTRATO
               IF CPFPEDIDO = ZEROS
                   DISPLAY "CONTRATO NAO ENCONTRADO"
                   GO TO INICIO
               END-IF
           END-IF

           MOVE CPFPEDIDO TO CPF
           OPEN INPUT CADPROPR
           IF ERRO NOT = "00"
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM EXIBELINHA
           END-IF
           PERFORM MONTAENDERECO
           STRING "ENDERECO: " ENDERECO1
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM EXIBELINHA
           STRING "          " ENDERECO2
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM EXIBELINHA
           STRING "TELEFONE: " TELEFONE "  E-MAIL: " EMAIL
           DISPLAY "EXTRATO GRAVADO EM " NOMERELATORIO
           GO TO INICIO.

      *Acha o CPF do comprador pelo numero do contrato, primeiro nas
      *vendas vivas de CADVEIC e depois no arquivo morto HISVEIC
       BUSCACONTRATO.

           MOVE ZEROS TO CPFPEDIDO
           DISPLAY "NUMERO DO CONTRATO: "
           ACCEPT CONTRATOPEDIDO

           OPEN INPUT CADVEIC
           IF ERRO = "00"
               MOVE CONTRATOPEDIDO TO VEIC-CONTRATO
               READ CADVEIC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VEIC-CPF TO CPFPEDIDO
               END-READ
               CLOSE CADVEIC
           END-IF
           MOVE "00" TO ERRO

           IF CPFPEDIDO = ZEROS
               MOVE "00" TO ERROHIS
               OPEN INPUT HISVEIC
               IF ERROHIS = "00"
                   MOVE CONTRATOPEDIDO TO HISV-CONTRATO
                   READ HISVEIC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE HISV-CPF TO CPFPEDIDO
                   END-READ
                   CLOSE HISVEIC
               END-IF
           END-IF.

      *Lista os veiculos atualmente em nome do cliente em CADVEIC
       VEICULOSATUAIS.

                       DELIMITED BY SIZE INTO LINHAREL
                   PERFORM EXIBELINHA
                   STRING "  CHASSI: " CHASSI "  VENDA: " DATAVENDA
                       "  CONTRATO: " VEIC-CONTRATO
                       DELIMITED BY SIZE INTO LINHAREL
                   PERFORM EXIBELINHA
                   ADD 1 TO QTVEICULOS
                       DELIMITED BY SIZE INTO LINHAREL
                   PERFORM EXIBELINHA
                   STRING "  CHASSI: " HISV-CHASSI "  VENDA: "
                       HISV-DATAVENDA "  CONTRATO: " HISV-CONTRATO
                       DELIMITED BY SIZE INTO LINHAREL
                   PERFORM EXIBELINHA
                   ADD 1 TO QTVEICULOS

           GOBACK.

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

      *Mostra a linha corrente do extrato na tela e grava a mesma
      *linha no spool - a consulta do balcao e a via impressa saem
      *identicas
