      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Titulos do contas a pagar, chamada com CALL "P172TIT"
      *    USING REGTITULO por todo programa que gera divida com
      *    fornecedor, consignante ou vendedor (P172FOR na aquisicao
      *    do veiculo, P172PEC na entrada de pecas, P172904 na
      *    liquidacao da consignacao, P172FEC na folha de comissao,
      *    P172FLB na quitacao do floor-plan, P172FLP no pagamento
      *    dela e P172CAP no lancamento avulso e no pagamento). Um
      *    titulo por documento do credor: a chave alternativa unica
      *    tipo + credor + documento de CADPAGAR recusa a mesma nota
      *    lancada duas vezes. TIT-OPERACAO:
      *     - "I" inclui o titulo (numero TITPAGAR de CTRLNUM); com
      *       TIT-ACUMULA = "S" o valor de um documento ja lancado e
      *       somado ao titulo (nota de pecas com varios itens, folha
      *       de comissao refechada); vencimento zero = emissao mais
      *       PRAZOPAG dias de CADPARAM (padrao 30);
      *     - "B" baixa total (TIT-VALOR zero) ou parcial do titulo
      *       pelo numero ou pela chave do documento, gravando o
      *       pagamento em CADPGTO para a exportacao contabil
      *       (P172CTB); pagamento acima do saldo ou de titulo ja
      *       quitado e recusado.
      *    Devolve "S" em TIT-RESULTADO, o numero e o saldo do
      *    titulo; senao "N" e o motivo em TIT-MENSAGEM.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172TIT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPAGAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-NUMERO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY CPG-CHAVEDOC
               ALTERNATE RECORD KEY CPG-VENCIMENTO DUPLICATES.
           SELECT CADPGTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGT-CHAVE
               FILE STATUS IS ERROPG.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               FILE STATUS IS ERROPRO
               ALTERNATE RECORD KEY EMAIL DUPLICATES.
           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CODIGO
               FILE STATUS IS ERRO.
           SELECT CTRLNUM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-NOME
               FILE STATUS IS ERRO.
           SELECT CADLOCK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOCK-CHAVE
               FILE STATUS IS ERROLOCK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

           FD CADPAGAR
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPAGAR.DAT".
           01 REGPAGAR.
               02 CPG-NUMERO PIC 9(6) VALUE ZEROS.
               02 CPG-CHAVEDOC.
                   03 CPG-TIPOCRED PIC X(1) VALUE SPACES.
                   03 CPG-CREDOR PIC 9(14) VALUE ZEROS.
                   03 CPG-DOCUMENTO PIC X(20) VALUE SPACES.
               02 CPG-NOMECRED PIC X(30) VALUE SPACES.
               02 CPG-ORIGEM PIC X(4) VALUE SPACES.
               02 CPG-REFERENCIA PIC X(20) VALUE SPACES.
               02 CPG-EMISSAO PIC 9(8) VALUE ZEROS.
               02 CPG-VENCIMENTO PIC 9(8) VALUE ZEROS.
               02 CPG-VALOR PIC 9(10)V99 VALUE ZEROS.
               02 CPG-VRPAGO PIC 9(10)V99 VALUE ZEROS.
               02 CPG-DATAULTPG PIC 9(8) VALUE ZEROS.
               02 CPG-SITUACAO PIC X(1) VALUE "A".

           FD CADPGTO
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPGTO.DAT".
           01 REGPGTO.
               02 PGT-CHAVE.
                   03 PGT-NUMERO PIC 9(6) VALUE ZEROS.
                   03 PGT-SEQ PIC 9(3) VALUE ZEROS.
               02 PGT-DATA PIC 9(8) VALUE ZEROS.
               02 PGT-VALOR PIC 9(10)V99 VALUE ZEROS.
               02 PGT-ORIGEM PIC X(4) VALUE SPACES.
               02 PGT-DOCUMENTO PIC X(20) VALUE SPACES.
               02 PGT-OPERADOR PIC X(20) VALUE SPACES.

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

           FD CADPARAM
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPARAM.DAT".
           01 REGPARAM.
               02 PARAM-CODIGO PIC X(8) VALUE SPACES.
               02 PARAM-VALOR PIC 9(5)V99 VALUE ZEROS.
               02 PARAM-DESCRICAO PIC X(30) VALUE SPACES.

           FD CTRLNUM
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CTRLNUM.DAT".
           01 REGCTRL.
               02 CTRL-NOME PIC X(8) VALUE SPACES.
               02 CTRL-ULTIMO PIC 9(8) VALUE ZEROS.

           FD CADLOCK
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADLOCK.DAT".
           01 REGLOCK.
               02 LOCK-CHAVE PIC X(30) VALUE SPACES.
               02 LOCK-OPERADOR PIC X(20) VALUE SPACES.
               02 LOCK-DATAHORA PIC X(14) VALUE SPACES.

       WORKING-STORAGE SECTION.

           01 ERRO PIC X(2) VALUE "00".
           01 ERROPG PIC X(2) VALUE "00".
           01 ERROPRO PIC X(2) VALUE "00".
           01 ERROLOCK PIC X(2) VALUE "00".
           01 LOCKOBTIDO PIC X(1) VALUE "N".
           01 CTRLNOME-TRAB PIC X(8) VALUE SPACES.
           01 TENTATIVASCTRL PIC 9(3) VALUE ZEROS.
           01 NUMCONTADOR PIC 9(8) VALUE ZEROS.
           01 PARAMPADRAO PIC 9(5)V99 VALUE ZEROS.
           01 PRAZODIAS PIC 9(3) VALUE ZEROS.
           01 DIASVENCIMENTO PIC 9(8) VALUE ZEROS.
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 ACHOUTITULO PIC X(1) VALUE "N".
           01 FIMPGTO PIC X(1) VALUE "N".
           01 PROXSEQPG PIC 9(3) VALUE ZEROS.
           01 SALDOTRAB PIC 9(10)V99 VALUE ZEROS.

       LINKAGE SECTION.
           01 REGTITULO.
               02 TIT-OPERACAO PIC X(1).
               02 TIT-NUMERO PIC 9(6).
               02 TIT-ORIGEM PIC X(4).
               02 TIT-TIPOCRED PIC X(1).
               02 TIT-CREDOR PIC 9(14).
               02 TIT-NOMECRED PIC X(30).
               02 TIT-DOCUMENTO PIC X(20).
               02 TIT-REFERENCIA PIC X(20).
               02 TIT-EMISSAO PIC 9(8).
               02 TIT-VENCIMENTO PIC 9(8).
               02 TIT-VALOR PIC 9(10)V99.
               02 TIT-ACUMULA PIC X(1).
               02 TIT-DATAPGTO PIC 9(8).
               02 TIT-SALDO PIC 9(10)V99.
               02 TIT-RESULTADO PIC X(1).
               02 TIT-MENSAGEM PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING REGTITULO.

      *Abre o contas a pagar (criado na primeira utilizacao) e
      *desvia para a operacao pedida
       INICIO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE
           MOVE "S" TO TIT-RESULTADO
           MOVE SPACES TO TIT-MENSAGEM
           MOVE ZEROS TO TIT-SALDO

           MOVE "00" TO ERRO
           OPEN I-O CADPAGAR
           IF ERRO = "30" OR ERRO = "35"
               OPEN OUTPUT CADPAGAR
               CLOSE CADPAGAR
               OPEN I-O CADPAGAR
           END-IF
           IF ERRO NOT = "00"
               MOVE "N" TO TIT-RESULTADO
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAGAR"
                   TO TIT-MENSAGEM
               MOVE "00" TO ERRO
               GO TO FIM
           END-IF

           IF TIT-OPERACAO = "I"
               PERFORM INCLUIR
           ELSE IF TIT-OPERACAO = "B"
               PERFORM BAIXAR THRU BAIXAR-FIM
           ELSE
               MOVE "N" TO TIT-RESULTADO
               MOVE "OPERACAO INVALIDA NO CONTAS A PAGAR"
                   TO TIT-MENSAGEM.

           CLOSE CADPAGAR
           MOVE "00" TO ERRO
           GO TO FIM.

      *Inclui o titulo do documento informado; documento ja lancado
      *do mesmo credor so e aceito para somar valor (TIT-ACUMULA)
       INCLUIR.

           IF TIT-VALOR = ZEROS
               MOVE "N" TO TIT-RESULTADO
               MOVE "TITULO SEM VALOR" TO TIT-MENSAGEM
           ELSE
               IF TIT-DOCUMENTO = SPACES
                   MOVE "N" TO TIT-RESULTADO
                   MOVE "TITULO SEM DOCUMENTO DO CREDOR"
                       TO TIT-MENSAGEM
               ELSE
                   PERFORM LEDOCUMENTO
                   IF ACHOUTITULO = "S"
                       PERFORM SOMATITULO
                   ELSE
                       PERFORM NOVOTITULO
                   END-IF
               END-IF
           END-IF.

      *Le o titulo pela chave do documento (tipo, credor e documento)
       LEDOCUMENTO.

           MOVE "N" TO ACHOUTITULO
           MOVE TIT-TIPOCRED TO CPG-TIPOCRED
           MOVE TIT-CREDOR TO CPG-CREDOR
           MOVE TIT-DOCUMENTO TO CPG-DOCUMENTO
           READ CADPAGAR KEY IS CPG-CHAVEDOC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ACHOUTITULO
           END-READ
           MOVE "00" TO ERRO.

      *Soma o valor ao titulo ja lancado do documento, quando o
      *chamador permite (senao e a mesma nota lancada de novo)
       SOMATITULO.

           MOVE CPG-NUMERO TO TIT-NUMERO
           IF TIT-ACUMULA NOT = "S" OR CPG-ORIGEM NOT = TIT-ORIGEM
               MOVE "N" TO TIT-RESULTADO
               STRING "DOCUMENTO JA LANCADO NO TITULO " CPG-NUMERO
                   DELIMITED BY SIZE INTO TIT-MENSAGEM
           ELSE
               IF CPG-SITUACAO = "C"
                   MOVE "N" TO TIT-RESULTADO
                   STRING "TITULO " CPG-NUMERO " DO DOCUMENTO ESTA"
                       " CANCELADO" DELIMITED BY SIZE
                       INTO TIT-MENSAGEM
               ELSE
                   ADD TIT-VALOR TO CPG-VALOR
                   IF CPG-VRPAGO > ZEROS
                       MOVE "P" TO CPG-SITUACAO
                   ELSE
                       MOVE "A" TO CPG-SITUACAO
                   END-IF
                   REWRITE REGPAGAR
                   IF ERRO = "00" OR "02"
                       COMPUTE TIT-SALDO = CPG-VALOR - CPG-VRPAGO
                       STRING "VALOR SOMADO AO TITULO " CPG-NUMERO
                           DELIMITED BY SIZE INTO TIT-MENSAGEM
                   ELSE
                       MOVE "N" TO TIT-RESULTADO
                       MOVE "ERRO NA GRAVACAO DO TITULO"
                           TO TIT-MENSAGEM
                   END-IF
               END-IF
           END-IF
           MOVE "00" TO ERRO.

      *Grava o titulo novo com o proximo numero de TITPAGAR e o
      *vencimento padrao quando o chamador nao informou
       NOVOTITULO.

           IF TIT-EMISSAO = ZEROS
               MOVE DATAHOJE TO TIT-EMISSAO
           END-IF
           IF TIT-VENCIMENTO = ZEROS
               MOVE "PRAZOPAG" TO PARAM-CODIGO
               MOVE 30 TO PARAMPADRAO
               PERFORM BUSCAPARAM
               MOVE PARAMPADRAO TO PRAZODIAS
               COMPUTE DIASVENCIMENTO =
                   FUNCTION INTEGER-OF-DATE (TIT-EMISSAO) + PRAZODIAS
               COMPUTE TIT-VENCIMENTO =
                   FUNCTION DATE-OF-INTEGER (DIASVENCIMENTO)
           END-IF
           IF TIT-NOMECRED = SPACES AND TIT-TIPOCRED = "C"
               PERFORM BUSCACONSIGNANTE
           END-IF

           MOVE "TITPAGAR" TO CTRLNOME-TRAB
           PERFORM PROXNUMERO
           MOVE NUMCONTADOR TO TIT-NUMERO

           MOVE TIT-NUMERO TO CPG-NUMERO
           MOVE TIT-TIPOCRED TO CPG-TIPOCRED
           MOVE TIT-CREDOR TO CPG-CREDOR
           MOVE TIT-DOCUMENTO TO CPG-DOCUMENTO
           MOVE TIT-NOMECRED TO CPG-NOMECRED
           MOVE TIT-ORIGEM TO CPG-ORIGEM
           MOVE TIT-REFERENCIA TO CPG-REFERENCIA
           MOVE TIT-EMISSAO TO CPG-EMISSAO
           MOVE TIT-VENCIMENTO TO CPG-VENCIMENTO
           MOVE TIT-VALOR TO CPG-VALOR
           MOVE ZEROS TO CPG-VRPAGO CPG-DATAULTPG
           MOVE "A" TO CPG-SITUACAO
           WRITE REGPAGAR
           IF ERRO = "00" OR "02"
               MOVE TIT-VALOR TO TIT-SALDO
               STRING "TITULO " TIT-NUMERO " LANCADO, VENCE EM "
                   TIT-VENCIMENTO DELIMITED BY SIZE INTO TIT-MENSAGEM
           ELSE
               MOVE "N" TO TIT-RESULTADO
               MOVE "ERRO NA GRAVACAO DO TITULO" TO TIT-MENSAGEM
           END-IF
           MOVE "00" TO ERRO.

      *Nome do consignante pelo CPF, quando o chamador nao tem
       BUSCACONSIGNANTE.

           MOVE TIT-CREDOR TO CPF
           MOVE "00" TO ERROPRO
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               READ CADPROPR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME TO TIT-NOMECRED
               END-READ
               CLOSE CADPROPR
           END-IF
           MOVE "00" TO ERROPRO.

      *Baixa total ou parcial do titulo (pelo numero ou, com numero
      *zero, pela chave do documento) e grava o pagamento em CADPGTO
       BAIXAR.

           IF TIT-NUMERO > ZEROS
               MOVE "N" TO ACHOUTITULO
               MOVE TIT-NUMERO TO CPG-NUMERO
               READ CADPAGAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ACHOUTITULO
               END-READ
               MOVE "00" TO ERRO
           ELSE
               PERFORM LEDOCUMENTO
           END-IF

           IF ACHOUTITULO = "N"
               MOVE "N" TO TIT-RESULTADO
               MOVE "TITULO NAO ENCONTRADO" TO TIT-MENSAGEM
               GO TO BAIXAR-FIM
           END-IF

           MOVE CPG-NUMERO TO TIT-NUMERO
           MOVE CPG-ORIGEM TO TIT-ORIGEM
           COMPUTE SALDOTRAB = CPG-VALOR - CPG-VRPAGO
           MOVE SALDOTRAB TO TIT-SALDO

           IF CPG-SITUACAO = "Q"
               MOVE "N" TO TIT-RESULTADO
               STRING "TITULO JA QUITADO EM " CPG-DATAULTPG
                   DELIMITED BY SIZE INTO TIT-MENSAGEM
               GO TO BAIXAR-FIM
           END-IF
           IF CPG-SITUACAO = "C"
               MOVE "N" TO TIT-RESULTADO
               MOVE "TITULO CANCELADO" TO TIT-MENSAGEM
               GO TO BAIXAR-FIM
           END-IF

           IF TIT-VALOR = ZEROS
               MOVE SALDOTRAB TO TIT-VALOR
           END-IF
           IF TIT-VALOR > SALDOTRAB
               MOVE "N" TO TIT-RESULTADO
               MOVE "VALOR MAIOR QUE O SALDO DO TITULO"
                   TO TIT-MENSAGEM
               GO TO BAIXAR-FIM
           END-IF
           IF TIT-DATAPGTO = ZEROS
               MOVE DATAHOJE TO TIT-DATAPGTO
           END-IF

           PERFORM PROXSEQPAGAMENTO
           MOVE CPG-NUMERO TO PGT-NUMERO
           MOVE PROXSEQPG TO PGT-SEQ
           MOVE TIT-DATAPGTO TO PGT-DATA
           MOVE TIT-VALOR TO PGT-VALOR
           MOVE CPG-ORIGEM TO PGT-ORIGEM
           MOVE CPG-DOCUMENTO TO PGT-DOCUMENTO
           ACCEPT PGT-OPERADOR FROM ENVIRONMENT "USER"
           WRITE REGPGTO
           IF ERROPG NOT = "00" AND ERROPG NOT = "02"
               MOVE "N" TO TIT-RESULTADO
               MOVE "ERRO NA GRAVACAO DO PAGAMENTO" TO TIT-MENSAGEM
               CLOSE CADPGTO
               MOVE "00" TO ERROPG
               GO TO BAIXAR-FIM
           END-IF
           CLOSE CADPGTO
           MOVE "00" TO ERROPG

           ADD TIT-VALOR TO CPG-VRPAGO
           MOVE TIT-DATAPGTO TO CPG-DATAULTPG
           IF CPG-VRPAGO NOT < CPG-VALOR
               MOVE "Q" TO CPG-SITUACAO
           ELSE
               MOVE "P" TO CPG-SITUACAO
           END-IF
           REWRITE REGPAGAR
           COMPUTE TIT-SALDO = CPG-VALOR - CPG-VRPAGO
           IF CPG-SITUACAO = "Q"
               STRING "TITULO " CPG-NUMERO " QUITADO"
                   DELIMITED BY SIZE INTO TIT-MENSAGEM
           ELSE
               STRING "PAGAMENTO PARCIAL DO TITULO " CPG-NUMERO
                   DELIMITED BY SIZE INTO TIT-MENSAGEM
           END-IF
           MOVE "00" TO ERRO.

       BAIXAR-FIM.
           EXIT.

      *Abre CADPGTO (criado na primeira utilizacao) e acha a proxima
      *sequencia de pagamento do titulo corrente
       PROXSEQPAGAMENTO.

           MOVE "00" TO ERROPG
           OPEN I-O CADPGTO
           IF ERROPG = "30" OR ERROPG = "35"
               OPEN OUTPUT CADPGTO
               CLOSE CADPGTO
               OPEN I-O CADPGTO
           END-IF
           MOVE ZEROS TO PROXSEQPG
           MOVE "N" TO FIMPGTO
           MOVE CPG-NUMERO TO PGT-NUMERO
           MOVE ZEROS TO PGT-SEQ
           START CADPGTO KEY IS NOT LESS THAN PGT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMPGTO
           END-START
           PERFORM CONTAPAGAMENTO UNTIL FIMPGTO = "S"
           ADD 1 TO PROXSEQPG
           MOVE "00" TO ERROPG.

      *Le o proximo pagamento e guarda a ultima sequencia do titulo
       CONTAPAGAMENTO.

           READ CADPGTO NEXT RECORD
               AT END
                   MOVE "S" TO FIMPGTO
           END-READ

           IF FIMPGTO NOT = "S"
               IF PGT-NUMERO NOT = CPG-NUMERO
                   MOVE "S" TO FIMPGTO
               ELSE
                   MOVE PGT-SEQ TO PROXSEQPG
               END-IF
           END-IF.

      *Busca um parametro em CADPARAM; se achar, devolve o valor em
      *PARAMPADRAO, senao mantem o padrao informado pelo chamador
       BUSCAPARAM.

           OPEN INPUT CADPARAM
           IF ERRO = "00"
               READ CADPARAM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAM-VALOR TO PARAMPADRAO
               END-READ
               CLOSE CADPARAM
           END-IF
           MOVE "00" TO ERRO.

      *Busca o proximo numero no contador CTRLNOME-TRAB de CTRLNUM,
      *criando o contador na primeira utilizacao
       PROXNUMERO.

           PERFORM BLOQUEIACTRL
           OPEN I-O CTRLNUM
           IF ERRO = "30" OR ERRO = "35"
               OPEN OUTPUT CTRLNUM
               CLOSE CTRLNUM
               OPEN I-O CTRLNUM
           END-IF

           MOVE CTRLNOME-TRAB TO CTRL-NOME
           READ CTRLNUM
               INVALID KEY
                   MOVE CTRLNOME-TRAB TO CTRL-NOME
                   MOVE 1 TO CTRL-ULTIMO
                   WRITE REGCTRL
               NOT INVALID KEY
                   ADD 1 TO CTRL-ULTIMO
                   REWRITE REGCTRL
           END-READ

           MOVE CTRL-ULTIMO TO NUMCONTADOR
           CLOSE CTRLNUM
           PERFORM DESBLOQUEIACTRL
           MOVE "00" TO ERRO.

      *Reserva o contador CTRLNOME-TRAB no arquivo de travas antes do
      *incremento, para dois terminais nao tirarem o mesmo numero;
      *depois de 100 tentativas a trava e considerada morta (terminal
      *caido no meio do incremento) e e tomada
       BLOQUEIACTRL.

           MOVE ZEROS TO TENTATIVASCTRL
           MOVE "N" TO LOCKOBTIDO
           PERFORM TENTATRAVACTRL UNTIL LOCKOBTIDO = "S".

      *Uma tentativa de reservar o contador de trabalho
       TENTATRAVACTRL.

           ADD 1 TO TENTATIVASCTRL
           MOVE "00" TO ERROLOCK
           OPEN I-O CADLOCK
           IF ERROLOCK = "30" OR ERROLOCK = "35"
               OPEN OUTPUT CADLOCK
               CLOSE CADLOCK
               OPEN I-O CADLOCK
           END-IF
           MOVE SPACES TO LOCK-CHAVE
           MOVE "CTRL:" TO LOCK-CHAVE(1:5)
           MOVE CTRLNOME-TRAB TO LOCK-CHAVE(6:8)
           IF TENTATIVASCTRL > 100
               DELETE CADLOCK RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           ACCEPT LOCK-OPERADOR FROM ENVIRONMENT "USER"
           MOVE FUNCTION CURRENT-DATE (1:14) TO LOCK-DATAHORA
           WRITE REGLOCK
           IF ERROLOCK = "00" OR ERROLOCK = "02"
               MOVE "S" TO LOCKOBTIDO
           END-IF
           CLOSE CADLOCK
      *    arquivo de travas inoperante: segue sem a trava para
      *    nao parar o contas a pagar
           IF TENTATIVASCTRL > 200
               MOVE "S" TO LOCKOBTIDO
           END-IF.

      *Devolve a trava do contador de trabalho apos o incremento
       DESBLOQUEIACTRL.

           MOVE "00" TO ERROLOCK
           OPEN I-O CADLOCK
           IF ERROLOCK = "00"
               MOVE SPACES TO LOCK-CHAVE
               MOVE "CTRL:" TO LOCK-CHAVE(1:5)
               MOVE CTRLNOME-TRAB TO LOCK-CHAVE(6:8)
               DELETE CADLOCK RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE CADLOCK
           END-IF
           MOVE "N" TO LOCKOBTIDO.

      *Devolve o controle ao chamador
       FIM.

           GOBACK.

       END PROGRAM P172TIT.
