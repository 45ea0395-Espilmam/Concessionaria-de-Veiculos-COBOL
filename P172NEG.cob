      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Inclusao e exclusao dos clientes inadimplentes no
      *    bureau de credito. O processamento mensal separa em
      *    CADPARC os CPFs com parcela vencida ha mais de DIASNEG
      *    dias (CADPARAM, padrao 60) e emite pelo spool (P172SPO) a
      *    notificacao previa exigida por lei, com endereco e valor
      *    do debito. Passados PRAZONEG dias da notificacao (padrao
      *    10) sem pagamento, o CPF entra no arquivo de inclusao do
      *    bureau (BUREAUINC.TXT). A exclusao (BUREAUEXC.TXT) e feita
      *    pelo P172NGB assim que o P172PAG ou o P172REN quitam a
      *    divida; o processamento mensal repete a conferencia para
      *    quem ficou sem parcela vencida. O controle de cada CPF
      *    (notificado, incluido, removido, notificacao cancelada) e
      *    as datas ficam em CADNEGA, listado no relatorio.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172NEG.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNEGA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEG-CPF
               FILE STATUS IS ERRO.
           SELECT CADPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS ERROPRC.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               FILE STATUS IS ERROPRO
               ALTERNATE RECORD KEY EMAIL DUPLICATES.
           SELECT CADCEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP
               FILE STATUS IS ERROCEP
               ALTERNATE RECORD KEY LOGRADOURO DUPLICATES.
           SELECT BUREAUINC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROINC.
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

           FD CADNEGA
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADNEGA.DAT".
           01 REGNEGA.
               02 NEG-CPF PIC 9(11) VALUE ZEROS.
               02 NEG-SITUACAO PIC X(1) VALUE "N".
               02 NEG-CONTRATO PIC 9(8) VALUE ZEROS.
               02 NEG-VENCIMENTO PIC 9(8) VALUE ZEROS.
               02 NEG-VALOR PIC 9(10)V99 VALUE ZEROS.
               02 NEG-DATANOTIF PIC 9(8) VALUE ZEROS.
               02 NEG-DATAINCL PIC 9(8) VALUE ZEROS.
               02 NEG-DATAQUIT PIC 9(8) VALUE ZEROS.
               02 NEG-DATAREMOC PIC 9(8) VALUE ZEROS.
               02 NEG-MOTIVO PIC X(1) VALUE SPACES.

           FD CADPARC
              LABEL  RECORD IS STANDARD
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
               02 PARC-DATAPGTO PIC 9(8) VALUE ZEROS.
               02 PARC-VRPAGO PIC 9(8)V99 VALUE ZEROS.
               02 PARC-RECIBO PIC 9(8) VALUE ZEROS.

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

           FD BUREAUINC
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "BUREAUINC.TXT".
           01 REGINC.
               02 INC-CPF PIC 9(11) VALUE ZEROS.
               02 INC-NOME PIC X(30) VALUE SPACES.
               02 INC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 INC-VENCIMENTO PIC 9(8) VALUE ZEROS.
               02 INC-VALOR PIC 9(10)V99 VALUE ZEROS.
               02 INC-DATANOTIF PIC 9(8) VALUE ZEROS.

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
           01 ERROPRC PIC X(2) VALUE "00".
           01 ERROPRO PIC X(2) VALUE "00".
           01 ERROCEP PIC X(2) VALUE "00".
           01 ERROINC PIC X(2) VALUE "00".
           01 ERROPAR PIC X(2) VALUE "00".
           01 OPC PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 DIASHOJE PIC 9(8) VALUE ZEROS.
           01 DIASVENC PIC 9(8) VALUE ZEROS.
           01 PARAMPADRAO PIC 9(5)V99 VALUE ZEROS.
           01 DIASNEG PIC 9(5) VALUE ZEROS.
           01 PRAZONEG PIC 9(5) VALUE ZEROS.
           01 ACHOUNEG PIC X(1) VALUE "N".
           01 CPFCONSULTA PIC 9(11) VALUE ZEROS.
           01 NOMEDEVEDOR PIC X(30) VALUE SPACES.
           01 ENDERECO1 PIC X(74) VALUE SPACES.
           01 ENDERECO2 PIC X(74) VALUE SPACES.
           01 SITUACAOPEDIDA PIC X(1) VALUE SPACES.
           01 DESCSITUACAO PIC X(12) VALUE SPACES.

           01 DATATRAB PIC 9(8) VALUE ZEROS.
           01 DATATRAB-R REDEFINES DATATRAB.
               02 TRAB-ANO PIC 9(4).
               02 TRAB-MES PIC 9(2).
               02 TRAB-DIA PIC 9(2).

           01 TABDEVEDOR.
               02 DEV-ENT OCCURS 500 TIMES.
                   03 DEV-CPF PIC 9(11).
                   03 DEV-VALOR PIC 9(10)V99.
                   03 DEV-VENCIMENTO PIC 9(8).
                   03 DEV-CONTRATO PIC 9(8).
                   03 DEV-ALEMLIMITE PIC X(1).
           01 QTDEV PIC 9(3) VALUE ZEROS.
           01 IXDEV PIC 9(3) VALUE ZEROS.
           01 ACHOUDEV PIC X(1) VALUE "N".
           01 TABCHEIA PIC X(1) VALUE "N".

           01 QTNOTIFICADOS PIC 9(5) VALUE ZEROS.
           01 QTINCLUIDOS PIC 9(5) VALUE ZEROS.
           01 QTCANCELADOS PIC 9(5) VALUE ZEROS.
           01 QTREMOVIDOS PIC 9(5) VALUE ZEROS.
           01 QTAGUARDANDO PIC 9(5) VALUE ZEROS.
           01 QTSITN PIC 9(5) VALUE ZEROS.
           01 QTSITI PIC 9(5) VALUE ZEROS.
           01 QTSITR PIC 9(5) VALUE ZEROS.
           01 QTSITC PIC 9(5) VALUE ZEROS.
           01 VRINCLUIDO PIC 9(12)V99 VALUE ZEROS.

           01 REGNEGBX.
               02 NGB-CPF PIC 9(11) VALUE ZEROS.
               02 NGB-MOTIVO PIC X(1) VALUE "P".
               02 NGB-RESULTADO PIC X(1) VALUE "N".
               02 NGB-MENSAGEM PIC X(40) VALUE SPACES.

           01 LD-VALOR PIC Z(9),99 VALUE ZEROS.
           01 LD-TOTAL PIC Z(11),99 VALUE ZEROS.
           01 LD-PRAZO PIC ZZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Cria o arquivo de controle na primeira execucao
       ARQUIVO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE
           MOVE DATAHOJE TO DATATRAB
           PERFORM CALCULADIAS
           MOVE DIASVENC TO DIASHOJE

           OPEN I-O CADNEGA
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADNEGA
                   CLOSE CADNEGA
                   DISPLAY "ARQUIVO CADNEGA SENDO CRIADO"
                   GO TO ARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNEGA"
                   GO TO FIM
           ELSE
               CONTINUE.

           MOVE "DIASNEG" TO PARAM-CODIGO
           MOVE 60 TO PARAMPADRAO
           PERFORM BUSCAPARAM
           MOVE PARAMPADRAO TO DIASNEG
           MOVE "PRAZONEG" TO PARAM-CODIGO
           MOVE 10 TO PARAMPADRAO
           PERFORM BUSCAPARAM
           MOVE PARAMPADRAO TO PRAZONEG.

      *Mostra um menu de opcoes para o usuario
       MENU-PRINCIPAL.

           DISPLAY " "
           DISPLAY "NEGATIVACAO NO BUREAU DE CREDITO"
           DISPLAY "1 - PROCESSAMENTO MENSAL (NOTIFICACOES/INCLUSOES)"
           DISPLAY "2 - RELATORIO DE CONTROLE"
           DISPLAY "3 - CONSULTAR CPF"
           DISPLAY "4 - CONFERIR QUITACAO DE UM CPF (EXCLUSAO)"
           DISPLAY "5 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
                   GO TO PROCESSAMENTO
               ELSE IF OPC = "2"
                   GO TO RELATORIO
               ELSE IF OPC = "3"
                   GO TO CONSULTACPF
               ELSE IF OPC = "4"
                   GO TO CONFEREQUITACAO
               ELSE IF OPC = "5"
                   GO TO SAIR
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Processamento mensal: levanta os devedores em CADPARC,
      *notifica os novos, inclui no bureau os notificados que nao
      *pagaram no prazo e encerra quem ficou sem parcela vencida
       PROCESSAMENTO.

           MOVE "N" TO TABCHEIA
           MOVE ZEROS TO QTDEV
           MOVE "00" TO ERROPRC
           OPEN INPUT CADPARC
           IF ERROPRC NOT = "00"
               DISPLAY "CADPARC NAO ENCONTRADO, NADA A AVALIAR"
               MOVE "00" TO ERROPRC
               GO TO MENU-PRINCIPAL
           END-IF
           MOVE "N" TO FIMLISTA
           PERFORM AVALIAPARCELA UNTIL FIMLISTA = "S"
           CLOSE CADPARC

      *    com a tabela estourada a lista de devedores esta
      *    incompleta - incluir ou encerrar por ausencia seria errado
           IF TABCHEIA = "S"
               DISPLAY "ATENCAO: MAIS DE 500 CPFS COM PARCELA VENCIDA,"
                   " PROCESSAMENTO INTERROMPIDO"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE ZEROS TO QTNOTIFICADOS QTINCLUIDOS QTCANCELADOS
               QTREMOVIDOS QTAGUARDANDO
           MOVE "NOTIFICACOES DE NEGATIVACAO" TO TITULOREL
           PERFORM ABRESPOOL
           MOVE 1 TO IXDEV
           PERFORM NOTIFICADEVEDOR UNTIL IXDEV > QTDEV
           CLOSE ARQREL

           MOVE "00" TO ERROINC
           OPEN OUTPUT BUREAUINC
           MOVE "N" TO FIMLISTA
           MOVE ZEROS TO NEG-CPF
           START CADNEGA KEY IS NOT LESS THAN NEG-CPF
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM AVANCACONTROLE UNTIL FIMLISTA = "S"
           CLOSE BUREAUINC
           MOVE "00" TO ERRO

           DISPLAY "NOTIFICACOES EMITIDAS:      " QTNOTIFICADOS
           DISPLAY "NOTIFICACOES EM PRAZO:      " QTAGUARDANDO
           DISPLAY "INCLUSOES (BUREAUINC.TXT):  " QTINCLUIDOS
           DISPLAY "NOTIFICACOES CANCELADAS:    " QTCANCELADOS
           DISPLAY "EXCLUSOES (BUREAUEXC.TXT):  " QTREMOVIDOS
           IF QTNOTIFICADOS > ZEROS
               DISPLAY "CARTAS GRAVADAS EM " NOMERELATORIO
           END-IF
           MOVE "NEGMES" TO LOG-OPERACAO
           MOVE DATAHOJE TO LOG-CHAVE
           PERFORM GRAVALOG
           GO TO MENU-PRINCIPAL.

      *Le a proxima parcela e, se vencida, soma no devedor; marca o
      *devedor que tem parcela vencida alem do limite de dias
       AVALIAPARCELA.

           READ CADPARC NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF PARC-PAGO = "N" AND PARC-VENCIMENTO < DATAHOJE
                   PERFORM ANOTADEVEDOR
               END-IF
           END-IF.

      *Anota a parcela vencida no devedor da tabela, sem duplicar o
      *CPF; guarda o vencimento (e contrato) mais antigo
       ANOTADEVEDOR.

           MOVE "N" TO ACHOUDEV
           MOVE 1 TO IXDEV
           PERFORM PROCURADEVEDOR UNTIL ACHOUDEV = "S"
               OR IXDEV > QTDEV

           IF ACHOUDEV = "N"
               IF QTDEV < 500
                   ADD 1 TO QTDEV
                   MOVE QTDEV TO IXDEV
                   MOVE PARC-CPF TO DEV-CPF (IXDEV)
                   MOVE ZEROS TO DEV-VALOR (IXDEV)
                   MOVE PARC-VENCIMENTO TO DEV-VENCIMENTO (IXDEV)
                   MOVE PARC-CONTRATO TO DEV-CONTRATO (IXDEV)
                   MOVE "N" TO DEV-ALEMLIMITE (IXDEV)
                   MOVE "S" TO ACHOUDEV
               ELSE
                   MOVE "S" TO TABCHEIA
               END-IF
           END-IF

           IF ACHOUDEV = "S"
               ADD PARC-VALOR TO DEV-VALOR (IXDEV)
               IF PARC-VENCIMENTO < DEV-VENCIMENTO (IXDEV)
                   MOVE PARC-VENCIMENTO TO DEV-VENCIMENTO (IXDEV)
                   MOVE PARC-CONTRATO TO DEV-CONTRATO (IXDEV)
               END-IF
               MOVE PARC-VENCIMENTO TO DATATRAB
               PERFORM CALCULADIAS
               IF DIASVENC > ZEROS
                   AND DIASHOJE - DIASVENC > DIASNEG
                   MOVE "S" TO DEV-ALEMLIMITE (IXDEV)
               END-IF
           END-IF.

      *Procura o CPF corrente na tabela de devedores
       PROCURADEVEDOR.

           IF DEV-CPF (IXDEV) = PARC-CPF
               MOVE "S" TO ACHOUDEV
           ELSE
               ADD 1 TO IXDEV
           END-IF.

      *Notifica o devedor da vez se passou do limite de dias e ainda
      *nao esta em andamento (sem registro, ou ja encerrado antes)
       NOTIFICADEVEDOR.

           IF DEV-ALEMLIMITE (IXDEV) = "S"
               MOVE DEV-CPF (IXDEV) TO NEG-CPF
               MOVE "N" TO ACHOUNEG
               READ CADNEGA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ACHOUNEG
               END-READ
               MOVE "00" TO ERRO
               IF ACHOUNEG = "N" OR NEG-SITUACAO = "R"
                   OR NEG-SITUACAO = "C"
                   MOVE DEV-CPF (IXDEV) TO NEG-CPF
                   MOVE "N" TO NEG-SITUACAO
                   MOVE DEV-CONTRATO (IXDEV) TO NEG-CONTRATO
                   MOVE DEV-VENCIMENTO (IXDEV) TO NEG-VENCIMENTO
                   MOVE DEV-VALOR (IXDEV) TO NEG-VALOR
                   MOVE DATAHOJE TO NEG-DATANOTIF
                   MOVE ZEROS TO NEG-DATAINCL NEG-DATAQUIT
                       NEG-DATAREMOC
                   MOVE SPACES TO NEG-MOTIVO
                   IF ACHOUNEG = "N"
                       WRITE REGNEGA
                   ELSE
                       REWRITE REGNEGA
                   END-IF
                   IF ERRO = "00" OR "02"
                       PERFORM IMPRIMENOTIFICACAO
                       ADD 1 TO QTNOTIFICADOS
                       MOVE "NOTNEG" TO LOG-OPERACAO
                       MOVE NEG-CPF TO LOG-CHAVE
                       PERFORM GRAVALOG
                   ELSE
                       DISPLAY "ERRO NA GRAVACAO DO CPF " NEG-CPF
                   END-IF
                   MOVE "00" TO ERRO
               END-IF
           END-IF
           ADD 1 TO IXDEV.

      *Imprime a carta de notificacao previa do devedor corrente,
      *cada uma em pagina propria
       IMPRIMENOTIFICACAO.

           PERFORM BUSCADEVEDOR
           MOVE 99 TO CONTLINHA
           MOVE "NOTIFICACAO PREVIA DE INCLUSAO EM CADASTRO DE"
               TO LINHAREL
           MOVE "INADIMPLENTES" TO LINHAREL(48:13)
           PERFORM GRAVAREL
           PERFORM GRAVAREL
           STRING "A/C: " NOMEDEVEDOR "  CPF/CNPJ: " NEG-CPF
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE ENDERECO1 TO LINHAREL
           PERFORM GRAVAREL
           MOVE ENDERECO2 TO LINHAREL
           PERFORM GRAVAREL
           PERFORM GRAVAREL
           MOVE "PREZADO(A) CLIENTE," TO LINHAREL
           PERFORM GRAVAREL
           PERFORM GRAVAREL
           STRING "CONSTA EM ABERTO O DEBITO ABAIXO, REFERENTE AO "
               "CONTRATO " NEG-CONTRATO ":" DELIMITED BY SIZE
               INTO LINHAREL
           PERFORM GRAVAREL
           MOVE NEG-VALOR TO LD-VALOR
           STRING "   VALOR VENCIDO: R$ " LD-VALOR
               "   VENCIMENTO MAIS ANTIGO: " NEG-VENCIMENTO
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           PERFORM GRAVAREL
           MOVE PRAZONEG TO LD-PRAZO
           STRING "CASO O DEBITO NAO SEJA REGULARIZADO EM ATE "
               LD-PRAZO " DIAS DA DATA" DELIMITED BY SIZE
               INTO LINHAREL
           PERFORM GRAVAREL
           MOVE "DESTA NOTIFICACAO, SEU NOME SERA INCLUIDO NO CADASTRO"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "DE INADIMPLENTES DO BUREAU DE CREDITO, CONFORME O ART."
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "43, PAR. 2, DO CODIGO DE DEFESA DO CONSUMIDOR. SE O"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "PAGAMENTO JA FOI FEITO, DESCONSIDERE ESTE AVISO."
               TO LINHAREL
           PERFORM GRAVAREL
           PERFORM GRAVAREL
           STRING "DATA DA NOTIFICACAO: " NEG-DATANOTIF
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL.

      *Busca nome e endereco do devedor corrente (CADPROPR e CADCEP)
       BUSCADEVEDOR.

           MOVE SPACES TO NOME COMPLEMENTO NUMEROEND RAZAOSOCIAL
           MOVE SPACES TO TIPOPESSOA
           MOVE ZEROS TO CEPPROPR
           MOVE NEG-CPF TO CPF
           MOVE "00" TO ERROPRO
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               READ CADPROPR
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO NOME
               END-READ
               CLOSE CADPROPR
           END-IF
           MOVE "00" TO ERROPRO
           IF TIPOPESSOA = "J" AND RAZAOSOCIAL NOT = SPACES
               MOVE RAZAOSOCIAL TO NOMEDEVEDOR
           ELSE
               MOVE NOME TO NOMEDEVEDOR
           END-IF
           PERFORM MONTAENDERECO.

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

      *Le o proximo CPF do controle e faz andar a situacao: o
      *notificado que passou do prazo e continua devendo vai para o
      *arquivo de inclusao; quem nao tem mais parcela vencida e
      *encerrado (P172NGB)
       AVANCACONTROLE.

           READ CADNEGA NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF NEG-SITUACAO = "N" OR NEG-SITUACAO = "I"
                   MOVE "N" TO ACHOUDEV
                   MOVE 1 TO IXDEV
                   PERFORM PROCURACONTROLE UNTIL ACHOUDEV = "S"
                       OR IXDEV > QTDEV
                   IF ACHOUDEV = "N"
                       PERFORM ENCERRACONTROLE
                   ELSE
                       IF NEG-SITUACAO = "N"
                           PERFORM TESTAINCLUSAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Procura o CPF do controle corrente na tabela de devedores
       PROCURACONTROLE.

           IF DEV-CPF (IXDEV) = NEG-CPF
               MOVE "S" TO ACHOUDEV
           ELSE
               ADD 1 TO IXDEV
           END-IF.

      *Inclui no bureau o notificado que passou do prazo sem pagar
       TESTAINCLUSAO.

           MOVE NEG-DATANOTIF TO DATATRAB
           PERFORM CALCULADIAS
           IF DIASHOJE - DIASVENC < PRAZONEG
               ADD 1 TO QTAGUARDANDO
           ELSE
               PERFORM BUSCADEVEDOR
               MOVE NEG-CPF TO INC-CPF
               MOVE NOMEDEVEDOR TO INC-NOME
               MOVE DEV-CONTRATO (IXDEV) TO INC-CONTRATO
               MOVE DEV-VENCIMENTO (IXDEV) TO INC-VENCIMENTO
               MOVE DEV-VALOR (IXDEV) TO INC-VALOR
               MOVE NEG-DATANOTIF TO INC-DATANOTIF
               WRITE REGINC
               MOVE "00" TO ERROINC
               MOVE "I" TO NEG-SITUACAO
               MOVE DEV-CONTRATO (IXDEV) TO NEG-CONTRATO
               MOVE DEV-VENCIMENTO (IXDEV) TO NEG-VENCIMENTO
               MOVE DEV-VALOR (IXDEV) TO NEG-VALOR
               MOVE DATAHOJE TO NEG-DATAINCL
               REWRITE REGNEGA
               MOVE "00" TO ERRO
               ADD 1 TO QTINCLUIDOS
               MOVE "INCNEG" TO LOG-OPERACAO
               MOVE NEG-CPF TO LOG-CHAVE
               PERFORM GRAVALOG
           END-IF.

      *CPF do controle sem parcela vencida: a notificacao e
      *cancelada ou o CPF e excluido do bureau pelo P172NGB. O
      *arquivo de controle e fechado durante a chamada, porque o
      *P172NGB o regrava
       ENCERRACONTROLE.

           MOVE NEG-CPF TO NGB-CPF
           MOVE "P" TO NGB-MOTIVO
           CLOSE CADNEGA
           CALL "P172NGB" USING REGNEGBX
           IF NGB-RESULTADO = "E"
               ADD 1 TO QTREMOVIDOS
           END-IF
           IF NGB-RESULTADO = "C"
               ADD 1 TO QTCANCELADOS
           END-IF
           OPEN I-O CADNEGA
           MOVE NGB-CPF TO NEG-CPF
           START CADNEGA KEY IS GREATER THAN NEG-CPF
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           MOVE "00" TO ERRO.

      *Confere a quitacao de um CPF e faz a exclusao ou o
      *cancelamento na hora (normalmente feito pelo P172PAG e pelo
      *P172REN ao quitar a divida)
       CONFEREQUITACAO.

           DISPLAY "CPF/CNPJ A CONFERIR: "
           ACCEPT CPFCONSULTA
           IF CPFCONSULTA = ZEROS
               GO TO MENU-PRINCIPAL
           END-IF
           MOVE CPFCONSULTA TO NGB-CPF
           MOVE "P" TO NGB-MOTIVO
           CLOSE CADNEGA
           CALL "P172NGB" USING REGNEGBX
           OPEN I-O CADNEGA
           MOVE "00" TO ERRO
           DISPLAY NGB-MENSAGEM
           GO TO MENU-PRINCIPAL.

      *Relatorio de controle pelo spool: situacao e datas de cada
      *CPF, opcionalmente so de uma situacao
       RELATORIO.

           DISPLAY "SITUACAO (N=NOTIFICADO I=INCLUIDO R=REMOVIDO"
               " C=CANCELADO, BRANCO=TODAS): "
           MOVE SPACES TO SITUACAOPEDIDA
           ACCEPT SITUACAOPEDIDA
           INSPECT SITUACAOPEDIDA CONVERTING "nirc" TO "NIRC"

           MOVE ZEROS TO QTSITN QTSITI QTSITR QTSITC VRINCLUIDO
           MOVE "CONTROLE DE NEGATIVACAO" TO TITULOREL
           PERFORM ABRESPOOL
           MOVE "CPF/CNPJ    NOME" TO LINHAREL
           MOVE "SITUACAO" TO LINHAREL(32:8)
           MOVE "NOTIFIC. INCLUSAO QUITACAO EXCLUSAO" TO LINHAREL(43:35)
           PERFORM GRAVAREL
           MOVE "VALOR" TO LINHAREL(9:5)
           MOVE "CONTRATO VENCIM." TO LINHAREL(17:16)
           PERFORM GRAVAREL
           MOVE ALL "-" TO LINHAREL(1:80)
           PERFORM GRAVAREL

           MOVE "N" TO FIMLISTA
           MOVE ZEROS TO NEG-CPF
           START CADNEGA KEY IS NOT LESS THAN NEG-CPF
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM LINHACONTROLE UNTIL FIMLISTA = "S"
           MOVE "00" TO ERRO

           MOVE ALL "-" TO LINHAREL(1:80)
           PERFORM GRAVAREL
           STRING "NOTIFICADOS: " QTSITN "  INCLUIDOS: " QTSITI
               "  REMOVIDOS: " QTSITR "  CANCELADOS: " QTSITC
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE VRINCLUIDO TO LD-TOTAL
           STRING "VALOR DOS INCLUIDOS NO BUREAU: " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           CLOSE ARQREL
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO MENU-PRINCIPAL.

      *Le o proximo CPF do controle e imprime se for da situacao
      *pedida
       LINHACONTROLE.

           READ CADNEGA NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               AND (SITUACAOPEDIDA = SPACES
                   OR SITUACAOPEDIDA = NEG-SITUACAO)
               PERFORM DESCREVESITUACAO
               PERFORM BUSCADEVEDOR
               MOVE NEG-CPF TO LINHAREL(1:11)
               MOVE NOMEDEVEDOR(1:18) TO LINHAREL(13:18)
               MOVE DESCSITUACAO(1:10) TO LINHAREL(32:10)
               MOVE NEG-DATANOTIF TO LINHAREL(43:8)
               MOVE NEG-DATAINCL TO LINHAREL(52:8)
               MOVE NEG-DATAQUIT TO LINHAREL(61:8)
               MOVE NEG-DATAREMOC TO LINHAREL(70:8)
               PERFORM GRAVAREL
               MOVE NEG-VALOR TO LD-VALOR
               MOVE LD-VALOR TO LINHAREL(1:13)
               MOVE NEG-CONTRATO TO LINHAREL(17:8)
               MOVE NEG-VENCIMENTO TO LINHAREL(26:8)
               PERFORM GRAVAREL
           END-IF.

      *Descreve a situacao do CPF corrente e soma no total dela
       DESCREVESITUACAO.

           MOVE SPACES TO DESCSITUACAO
           IF NEG-SITUACAO = "N"
               MOVE "NOTIFICADO" TO DESCSITUACAO
               ADD 1 TO QTSITN
           END-IF
           IF NEG-SITUACAO = "I"
               MOVE "INCLUIDO" TO DESCSITUACAO
               ADD 1 TO QTSITI
               ADD NEG-VALOR TO VRINCLUIDO
           END-IF
           IF NEG-SITUACAO = "R"
               MOVE "REMOVIDO" TO DESCSITUACAO
               ADD 1 TO QTSITR
           END-IF
           IF NEG-SITUACAO = "C"
               MOVE "CANCELADO" TO DESCSITUACAO
               ADD 1 TO QTSITC
           END-IF.

      *Consulta a situacao de um CPF no controle
       CONSULTACPF.

           DISPLAY "CPF/CNPJ A CONSULTAR: "
           ACCEPT CPFCONSULTA

           MOVE CPFCONSULTA TO NEG-CPF
           READ CADNEGA
           IF ERRO NOT = "00"
               DISPLAY "CPF SEM NEGATIVACAO REGISTRADA"
               MOVE "00" TO ERRO
           ELSE
               PERFORM DESCREVESITUACAO
               MOVE NEG-VALOR TO LD-VALOR
               DISPLAY "SITUACAO: " DESCSITUACAO "  VALOR: " LD-VALOR
                   "  CONTRATO: " NEG-CONTRATO
               DISPLAY "NOTIFICADO EM " NEG-DATANOTIF
                   "  INCLUIDO EM " NEG-DATAINCL
               DISPLAY "QUITADO EM " NEG-DATAQUIT
                   "  EXCLUIDO EM " NEG-DATAREMOC
                   "  MOTIVO: " NEG-MOTIVO " (P=PAGO R=RENEGOCIADO)"
           END-IF
           GO TO MENU-PRINCIPAL.

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

      *Converte a data de trabalho (AAAAMMDD) em numero de dias
      *corridos, recuando o dia quando a data caiu em dia inexistente
       CALCULADIAS.

           IF TRAB-MES < 1 OR TRAB-MES > 12
               MOVE ZEROS TO DIASVENC
           ELSE
               COMPUTE DIASVENC =
                   FUNCTION INTEGER-OF-DATE (DATATRAB)
               PERFORM RECUADIA UNTIL DIASVENC > ZEROS
                   OR TRAB-DIA <= 28
           END-IF.

      *Recua um dia e tenta converter de novo
       RECUADIA.

           IF DIASVENC = ZEROS
               SUBTRACT 1 FROM TRAB-DIA
               COMPUTE DIASVENC =
                   FUNCTION INTEGER-OF-DATE (DATATRAB)
           END-IF.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
           MOVE "P172NEG" TO LOG-PROGRAMA
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

      *Fecha o arquivo de controle antes de encerrar
       SAIR.

           CLOSE CADNEGA.

      *Fecha o programa
       FIM.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "NEG" TO NOMERELATORIO(1:3)
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
           MOVE "P172NEG" TO SPO-PROGRAMA
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
           STRING "P172NEG  " TITULOREL "  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172NEG.
