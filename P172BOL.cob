      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      * Mod: 15/10/2026 - CADBOLE passa a ser chaveado por contrato e
      *      numero da parcela (a mesma chave de CADPARC); remessa e
      *      retorno levam o numero do contrato (SUB-CONTRATO e
      *      RET-CONTRATO) e o retorno casa a parcela por ele.
      * Mod: 15/10/2026 - a remessa leva o endereco completo do sacado
      *      (SUB-ENDERECO com logradouro, numero e complemento, mais
      *      SUB-BAIRRO, SUB-CIDADE, SUB-UF e SUB-CEP, do CADCEP pelo
      *      CEP do cadastro) em vez de so o complemento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172BOL.
               RECORD KEY IS CPF
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY EMAIL DUPLICATES.
           SELECT CADCEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP
               FILE STATUS IS ERROCEP
               ALTERNATE RECORD KEY LOGRADOURO DUPLICATES.
           SELECT CADBOLE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           FD CADBOLE
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADBOLE.DAT".
           01 REGBOLE.
               02 BOLE-CHAVE.
                   03 BOLE-CONTRATO PIC 9(8) VALUE ZEROS.
                   03 BOLE-NUMERO PIC 9(3) VALUE ZEROS.
               02 BOLE-MARCA PIC 9(3) VALUE ZEROS.
               02 BOLE-MODELO PIC 9(3) VALUE ZEROS.
               02 BOLE-CPF PIC 9(11) VALUE ZEROS.
               02 BOLE-SITUACAO PIC X(1) VALUE "E".
               02 BOLE-DATAENVIO PIC 9(8) VALUE ZEROS.
               02 BOLE-DATALIQ PIC 9(8) VALUE ZEROS.
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "BOLSUB.TXT".
           01 REGSUB.
               02 SUB-CONTRATO PIC 9(8) VALUE ZEROS.
               02 SUB-MARCA PIC 9(3) VALUE ZEROS.
               02 SUB-MODELO PIC 9(3) VALUE ZEROS.
               02 SUB-CPF PIC 9(11) VALUE ZEROS.
               02 SUB-VENCIMENTO PIC 9(8) VALUE ZEROS.
               02 SUB-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 SUB-NOME PIC X(20) VALUE SPACES.
               02 SUB-ENDERECO PIC X(74) VALUE SPACES.
               02 SUB-BAIRRO PIC X(26) VALUE SPACES.
               02 SUB-CIDADE PIC X(20) VALUE SPACES.
               02 SUB-UF PIC X(2) VALUE SPACES.
               02 SUB-CEP PIC 9(8) VALUE ZEROS.

           FD BOLRET
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "BOLRET.TXT".
           01 REGRET.
               02 RET-CONTRATO PIC 9(8) VALUE ZEROS.
               02 RET-MARCA PIC 9(3) VALUE ZEROS.
               02 RET-MODELO PIC 9(3) VALUE ZEROS.
               02 RET-CPF PIC 9(11) VALUE ZEROS.


           01 ERRO PIC X(2) VALUE "00".
           01 ERROCEP PIC X(2) VALUE "00".
           01 ENDERECO1 PIC X(74) VALUE SPACES.
           01 ENDERECO2 PIC X(66) VALUE SPACES.
           01 ERROSUB PIC X(2) VALUE "00".
           01 ERRORET PIC X(2) VALUE "00".
           01 ERROLOCK PIC X(2) VALUE "00".
      *Grava a parcela corrente na remessa e no controle de boletos
       GRAVAENVIO.

           MOVE SPACES TO NOME COMPLEMENTO NUMEROEND
           MOVE ZEROS TO CEPPROPR
           MOVE PARC-CPF TO CPF
           OPEN INPUT CADPROPR
           IF ERRO = "00"
           END-IF
           MOVE "00" TO ERRO

           MOVE PARC-CONTRATO TO SUB-CONTRATO
           MOVE PARC-MARCA TO SUB-MARCA
           MOVE PARC-MODELO TO SUB-MODELO
           MOVE PARC-CPF TO SUB-CPF
           MOVE PARC-VENCIMENTO TO SUB-VENCIMENTO
           MOVE PARC-VALOR TO SUB-VALOR
           MOVE NOME TO SUB-NOME
           PERFORM MONTAENDERECO
           MOVE ENDERECO1 TO SUB-ENDERECO
           MOVE BAIRRO TO SUB-BAIRRO
           MOVE CIDADE TO SUB-CIDADE
           MOVE UF TO SUB-UF
           MOVE CEPPROPR TO SUB-CEP
           WRITE REGSUB

           MOVE PARC-CHAVE TO BOLE-CHAVE
           MOVE PARC-MARCA TO BOLE-MARCA
           MOVE PARC-MODELO TO BOLE-MODELO
           MOVE PARC-CPF TO BOLE-CPF
           MOVE "E" TO BOLE-SITUACAO
           MOVE DATAHOJE TO BOLE-DATAENVIO
           MOVE ZEROS TO BOLE-DATALIQ BOLE-VRLIQ

           MOVE "REGISTROS DO RETORNO NAO APLICADOS" TO LINHAREL
           PERFORM GRAVAREL
           MOVE "CONTRATO  VEICULO (MARCA/MODELO/CPF)  PARC  MOTIVO"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "----------------------------------------------------"
           END-READ

           IF FIMLISTA NOT = "S"
               MOVE RET-CONTRATO TO PARC-CONTRATO
               MOVE RET-NUMERO TO PARC-NUMERO
               READ CADPARC
                   INVALID KEY
       GRAVAREJEICAO.

           ADD 1 TO QTREJEITADOS
           STRING RET-CONTRATO "  " RET-MARCA "/" RET-MODELO "/" RET-CPF
               "  " RET-NUMERO "  " MOTIVOREJ
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL.
           END-IF
           MOVE "N" TO LOCKOBTIDO.

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

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
