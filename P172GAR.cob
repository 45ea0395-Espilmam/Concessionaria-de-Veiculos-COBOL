      * Mod: 22/08/2026 - saida do relatorio em spool paginado (arquivo
      *      datado por execucao, registrado em SPOOLIDX para o
      *      gerenciador P172SPO); o console mantem o resumo.
      * Mod: 15/10/2026 - o atendimento em garantia passa a levar os
      *      itens gastos (CADSINIT): pecas baixadas de CADPECA com
      *      saida "G" em PECMOV.TXT e horas de mao de obra ao valor
      *      HORAGAR de CADPARAM. O atendimento com itens abre a
      *      reclamacao ao fabricante da marca (CADRECG, numero
      *      RECGAR de CTRLNUM), enviada e acompanhada pelo P172RGA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172GAR.
               RECORD KEY IS CPF
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY EMAIL DUPLICATES.
           SELECT CADSINIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIT-CHAVE
               FILE STATUS IS ERROSIT.
           SELECT CADRECG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGA-NUMERO
               FILE STATUS IS ERRORGA.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERROVEI
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
           SELECT CADPECA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PECA-CHAVE
               FILE STATUS IS ERROPEC.
           SELECT PECMOV ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROPMV.
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
           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CODIGO
               FILE STATUS IS ERRO.
           SELECT LOGTRANS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO.
               02 GAR-MESES PIC 9(3) VALUE ZEROS.
               02 GAR-PLANO PIC X(1) VALUE "L".
               02 GAR-DATAFIM PIC 9(8) VALUE ZEROS.
               02 GAR-CONTRATO PIC 9(8) VALUE ZEROS.

           FD CADSINI
              LABEL  RECORD IS STANDARD
               02 CNPJ PIC 9(14) VALUE ZEROS.
               02 RAZAOSOCIAL PIC X(30) VALUE SPACES.
               02 INSCRESTADUAL PIC X(14) VALUE SPACES.
               02 CEPPROPR PIC 9(8) VALUE ZEROS.
               02 NUMEROEND PIC X(6) VALUE SPACES.

           FD CADSINIT
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADSINIT.DAT".
           01 REGSINIT.
               02 SIT-CHAVE.
                   03 SIT-CHASSI PIC X(17) VALUE SPACES.
                   03 SIT-DATA PIC 9(8) VALUE ZEROS.
                   03 SIT-SEQ PIC 9(3) VALUE ZEROS.
                   03 SIT-ITEM PIC 9(3) VALUE ZEROS.
               02 SIT-TIPO PIC X(1) VALUE "M".
               02 SIT-CODPECA PIC 9(5) VALUE ZEROS.
               02 SIT-FILIAL PIC 9(2) VALUE ZEROS.
               02 SIT-DESCRICAO PIC X(30) VALUE SPACES.
               02 SIT-QTD PIC 9(3)V9 VALUE ZEROS.
               02 SIT-VRUNIT PIC 9(8)V99 VALUE ZEROS.
               02 SIT-VRTOTAL PIC 9(8)V99 VALUE ZEROS.

           FD CADRECG
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADRECG.DAT".
           01 REGRECG.
               02 RGA-NUMERO PIC 9(6) VALUE ZEROS.
               02 RGA-MARCA PIC 9(3) VALUE ZEROS.
               02 RGA-CHASSI PIC X(17) VALUE SPACES.
               02 RGA-DATASIN PIC 9(8) VALUE ZEROS.
               02 RGA-SEQSIN PIC 9(3) VALUE ZEROS.
               02 RGA-DATA PIC 9(8) VALUE ZEROS.
               02 RGA-HORAS PIC 9(3)V9 VALUE ZEROS.
               02 RGA-VRMAO PIC 9(8)V99 VALUE ZEROS.
               02 RGA-VRPECAS PIC 9(8)V99 VALUE ZEROS.
               02 RGA-VRTOTAL PIC 9(8)V99 VALUE ZEROS.
               02 RGA-SITUACAO PIC X(1) VALUE "A".
               02 RGA-REMESSA PIC 9(6) VALUE ZEROS.
               02 RGA-DATAENVIO PIC 9(8) VALUE ZEROS.
               02 RGA-VRAPROVADO PIC 9(8)V99 VALUE ZEROS.
               02 RGA-MOTIVO PIC X(40) VALUE SPACES.
               02 RGA-DATARET PIC 9(8) VALUE ZEROS.

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

           FD CADPECA
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPECA.DAT".
           01 REGPECA.
               02 PECA-CHAVE.
                   03 PECA-CODIGO PIC 9(5) VALUE ZEROS.
                   03 PECA-FILIAL PIC 9(2) VALUE ZEROS.
               02 PECA-DESCRICAO PIC X(30) VALUE SPACES.
               02 PECA-CUSTO PIC 9(8)V99 VALUE ZEROS.
               02 PECA-PRECO PIC 9(8)V99 VALUE ZEROS.
               02 PECA-SALDO PIC 9(5) VALUE ZEROS.
               02 PECA-MINIMO PIC 9(5) VALUE ZEROS.

           FD PECMOV
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "PECMOV.TXT".
           01 REGPMOV.
               02 PMOV-DATA PIC 9(8) VALUE ZEROS.
               02 PMOV-TIPO PIC X(1) VALUE "E".
               02 PMOV-CODIGO PIC 9(5) VALUE ZEROS.
               02 PMOV-FILIAL PIC 9(2) VALUE ZEROS.
               02 PMOV-QTD PIC 9(5) VALUE ZEROS.
               02 PMOV-FORNEC PIC 9(3) VALUE ZEROS.
               02 PMOV-OS PIC 9(6) VALUE ZEROS.

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

           FD CADPARAM
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPARAM.DAT".
           01 REGPARAM.
               02 PARAM-CODIGO PIC X(8) VALUE SPACES.
               02 PARAM-VALOR PIC 9(5)V99 VALUE ZEROS.
               02 PARAM-DESCRICAO PIC X(30) VALUE SPACES.

           FD LOGTRANS
              LABEL  RECORD IS STANDARD
           01 CHASSIPEDIDO PIC X(17) VALUE SPACES.
           01 QTAVENCER PIC 9(5) VALUE ZEROS.
           01 PROXSEQ PIC 9(3) VALUE ZEROS.
           01 ERROSIT PIC X(2) VALUE "00".
           01 ERRORGA PIC X(2) VALUE "00".
           01 ERROVEI PIC X(2) VALUE "00".
           01 ERROPEC PIC X(2) VALUE "00".
           01 ERROPMV PIC X(2) VALUE "00".
           01 ERROLOCK PIC X(2) VALUE "00".
           01 LOCKOBTIDO PIC X(1) VALUE "N".
           01 CTRLNOME-TRAB PIC X(8) VALUE SPACES.
           01 TENTATIVASCTRL PIC 9(3) VALUE ZEROS.
           01 NUMCONTADOR PIC 9(8) VALUE ZEROS.
           01 NUMRECLAMO PIC 9(6) VALUE ZEROS.
           01 PROXITEM PIC 9(3) VALUE ZEROS.
           01 FILIALPECA PIC 9(2) VALUE ZEROS.
           01 PARAMPADRAO PIC 9(5)V99 VALUE ZEROS.
           01 VALORHORA PIC 9(5)V99 VALUE ZEROS.
           01 TOTHORAS PIC 9(3)V9 VALUE ZEROS.
           01 TOTMAO PIC 9(8)V99 VALUE ZEROS.
           01 TOTPECAS PIC 9(8)V99 VALUE ZEROS.
           01 LD-VALOR PIC Z(8),99 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ATENDIMENTO"
               CLOSE CADSINI
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF
           CLOSE CADSINI
           MOVE "00" TO ERRO
           GO TO ABREITENS.

      *Abre os itens do atendimento recem lancado: o numero da
      *reclamacao ao fabricante e tirado aqui para ir na saida de
      *pecas de PECMOV.TXT
       ABREITENS.

           MOVE "00" TO ERROSIT
           OPEN I-O CADSINIT
           IF ERROSIT = "30" OR ERROSIT = "35"
               OPEN OUTPUT CADSINIT
               CLOSE CADSINIT
               MOVE "00" TO ERROSIT
               OPEN I-O CADSINIT
           END-IF
           IF ERROSIT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSINIT"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "HORAGAR" TO PARAM-CODIGO
           MOVE 100 TO PARAMPADRAO
           PERFORM BUSCAPARAM
           MOVE PARAMPADRAO TO VALORHORA

           MOVE "RECGAR" TO CTRLNOME-TRAB
           PERFORM PROXNUMERO
           MOVE NUMCONTADOR TO NUMRECLAMO
           MOVE ZEROS TO PROXITEM TOTHORAS TOTMAO TOTPECAS.

      *Lanca um item gasto no atendimento: horas de mao de obra ou
      *peca do estoque da filial
       LANCARITEMGAR.

           DISPLAY "ITEM (M = MAO DE OBRA, P = PECA, F = FIM): "
           ACCEPT SIT-TIPO
           IF SIT-TIPO = "F" OR SIT-TIPO = "f"
               GO TO FECHAATENDIMENTO
           END-IF
           IF SIT-TIPO NOT = "M" AND NOT = "P"
               DISPLAY "DIGITE M, P OU F"
               GO TO LANCARITEMGAR
           END-IF

           MOVE ZEROS TO SIT-CODPECA SIT-FILIAL
           IF SIT-TIPO = "P"
               GO TO LANCARPECAGAR
           END-IF

           DISPLAY "SERVICO EXECUTADO: "
           ACCEPT SIT-DESCRICAO
           DISPLAY "HORAS DE MAO DE OBRA (EX: 1,5): "
           ACCEPT SIT-QTD
           IF SIT-QTD = ZEROS
               DISPLAY "DIGITE AS HORAS GASTAS"
               GO TO LANCARITEMGAR
           END-IF
           MOVE VALORHORA TO SIT-VRUNIT
           GO TO GRAVAITEMGAR.

      *Peca gasta na garantia: sai do estoque da filial em CADPECA
      *(P172PEC) ao preco de tabela, com saida "G" em PECMOV.TXT
      *levando o numero da reclamacao
       LANCARPECAGAR.

           DISPLAY "CODIGO DA PECA: "
           ACCEPT SIT-CODPECA
           DISPLAY "FILIAL DO ESTOQUE: "
           ACCEPT FILIALPECA

           MOVE "00" TO ERROPEC
           OPEN I-O CADPECA
           IF ERROPEC NOT = "00"
               DISPLAY "CADPECA NAO DISPONIVEL"
               GO TO LANCARITEMGAR
           END-IF

           MOVE SIT-CODPECA TO PECA-CODIGO
           MOVE FILIALPECA TO PECA-FILIAL
           READ CADPECA
           IF ERROPEC NOT = "00"
               DISPLAY "PECA NAO CADASTRADA NESSA FILIAL"
               CLOSE CADPECA
               GO TO LANCARITEMGAR
           END-IF

           DISPLAY "PECA: " PECA-DESCRICAO
           DISPLAY "SALDO EM ESTOQUE: " PECA-SALDO
           DISPLAY "QUANTIDADE: "
           ACCEPT SIT-QTD
           IF SIT-QTD = ZEROS
               MOVE 1 TO SIT-QTD
           END-IF

           IF SIT-QTD > PECA-SALDO
               DISPLAY "SALDO INSUFICIENTE NA PRATELEIRA"
               CLOSE CADPECA
               GO TO LANCARITEMGAR
           END-IF

           MOVE PECA-DESCRICAO TO SIT-DESCRICAO
           MOVE PECA-PRECO TO SIT-VRUNIT
           MOVE FILIALPECA TO SIT-FILIAL
           SUBTRACT SIT-QTD FROM PECA-SALDO
           REWRITE REGPECA
           CLOSE CADPECA
           MOVE "00" TO ERROPEC

           MOVE DATAHOJE TO PMOV-DATA
           MOVE "G" TO PMOV-TIPO
           MOVE SIT-CODPECA TO PMOV-CODIGO
           MOVE FILIALPECA TO PMOV-FILIAL
           MOVE SIT-QTD TO PMOV-QTD
           MOVE ZEROS TO PMOV-FORNEC
           MOVE NUMRECLAMO TO PMOV-OS
           MOVE "00" TO ERROPMV
           OPEN EXTEND PECMOV
           IF ERROPMV = "30" OR ERROPMV = "35"
               OPEN OUTPUT PECMOV
               CLOSE PECMOV
               OPEN EXTEND PECMOV
           END-IF
           WRITE REGPMOV
           CLOSE PECMOV

           IF PECA-SALDO < PECA-MINIMO
               DISPLAY "ATENCAO: PECA FICOU ABAIXO DO ESTOQUE"
                   " MINIMO (" PECA-MINIMO ")"
           END-IF
           GO TO GRAVAITEMGAR.

      *Grava o item no atendimento e acumula os totais da reclamacao
       GRAVAITEMGAR.

           COMPUTE SIT-VRTOTAL ROUNDED = SIT-QTD * SIT-VRUNIT
           ADD 1 TO PROXITEM
           MOVE CHASSIPEDIDO TO SIT-CHASSI
           MOVE DATAHOJE TO SIT-DATA
           MOVE PROXSEQ TO SIT-SEQ
           MOVE PROXITEM TO SIT-ITEM
           WRITE REGSINIT
           IF ERROSIT = "00" OR "02"
               MOVE SIT-VRTOTAL TO LD-VALOR
               DISPLAY "ITEM " SIT-ITEM " LANCADO - " LD-VALOR
               IF SIT-TIPO = "M"
                   ADD SIT-QTD TO TOTHORAS
                   ADD SIT-VRTOTAL TO TOTMAO
               ELSE
                   ADD SIT-VRTOTAL TO TOTPECAS
               END-IF
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ITEM"
           END-IF
           GO TO LANCARITEMGAR.

      *Fecha os itens e abre a reclamacao ao fabricante da marca do
      *chassi com os totais de pecas e mao de obra
       FECHAATENDIMENTO.

           CLOSE CADSINIT
           MOVE "00" TO ERROSIT
           IF TOTMAO + TOTPECAS = ZEROS
               DISPLAY "ATENDIMENTO SEM ITENS, SEM RECLAMACAO AO "
                   "FABRICANTE"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE ZEROS TO VEIC-MARCA
           MOVE "00" TO ERROVEI
           OPEN INPUT CADVEIC
           IF ERROVEI = "00"
               MOVE CHASSIPEDIDO TO CHASSI
               READ CADVEIC KEY IS CHASSI
                   INVALID KEY
                       MOVE ZEROS TO VEIC-MARCA
               END-READ
               CLOSE CADVEIC
           END-IF
           MOVE "00" TO ERROVEI
           IF VEIC-MARCA = ZEROS
               DISPLAY "CHASSI SEM VENDA EM CADVEIC, INFORME A MARCA: "
               ACCEPT VEIC-MARCA
           END-IF

           MOVE "00" TO ERRORGA
           OPEN I-O CADRECG
           IF ERRORGA = "30" OR ERRORGA = "35"
               OPEN OUTPUT CADRECG
               CLOSE CADRECG
               MOVE "00" TO ERRORGA
               OPEN I-O CADRECG
           END-IF

           MOVE NUMRECLAMO TO RGA-NUMERO
           MOVE VEIC-MARCA TO RGA-MARCA
           MOVE CHASSIPEDIDO TO RGA-CHASSI
           MOVE DATAHOJE TO RGA-DATASIN
           MOVE PROXSEQ TO RGA-SEQSIN
           MOVE DATAHOJE TO RGA-DATA
           MOVE TOTHORAS TO RGA-HORAS
           MOVE TOTMAO TO RGA-VRMAO
           MOVE TOTPECAS TO RGA-VRPECAS
           COMPUTE RGA-VRTOTAL = TOTMAO + TOTPECAS
           MOVE "A" TO RGA-SITUACAO
           MOVE ZEROS TO RGA-REMESSA RGA-DATAENVIO RGA-VRAPROVADO
               RGA-DATARET
           MOVE SPACES TO RGA-MOTIVO
           WRITE REGRECG
           IF ERRORGA = "00" OR "02"
               MOVE RGA-VRTOTAL TO LD-VALOR
               DISPLAY "RECLAMACAO " RGA-NUMERO " ABERTA PARA A MARCA "
                   RGA-MARCA " - " LD-VALOR
               MOVE "RECGAR" TO LOG-OPERACAO
               MOVE RGA-NUMERO TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO NA GRAVACAO DA RECLAMACAO"
           END-IF
           CLOSE CADRECG
           MOVE "00" TO ERRORGA
           GO TO MENU-PRINCIPAL.

      *Acha o proximo sequencial de atendimento do chassi na data
               END-IF
           END-IF.

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
      *    nao parar a oficina
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

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
