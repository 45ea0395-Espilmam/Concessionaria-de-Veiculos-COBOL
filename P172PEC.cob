      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      * Mod: 15/10/2026 - entrada por compra so contra linha aberta de
      *      pedido de compra (CADPCOM/CADPCIT, de P172PCP) do mesmo
      *      fornecedor e filial: recebimento parcial deixa o saldo da
      *      linha em aberto, custo diferente do combinado marca a
      *      divergencia no item e o pedido passa a parcial ou
      *      recebido; entrada sem pedido so com o supervisor
      *      (OPERNIVEL 2 ou 3), registrada como ENTSPD no log.
      * Mod: 15/10/2026 - a entrada pede a nota fiscal do fornecedor
      *      e o vencimento e lanca o valor comprado no contas a
      *      pagar (P172TIT): os itens da mesma nota somam no mesmo
      *      titulo do fornecedor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172PEC.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS ERRO.
           SELECT CADPCOM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-NUMERO
               FILE STATUS IS ERROPC
               ALTERNATE RECORD KEY PC-FORNEC DUPLICATES.
           SELECT CADPCIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCI-CHAVE
               FILE STATUS IS ERROPCI
               ALTERNATE RECORD KEY PCI-PECAFIL DUPLICATES.
           SELECT PECMOV ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROMOV.
               02 FORN-DDD PIC 9(2) VALUE ZEROS.
               02 FORN-FONE PIC 9(11) VALUE ZEROS.

           FD CADPCOM
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPCOM.DAT".
           01 REGPCOM.
               02 PC-NUMERO PIC 9(6) VALUE ZEROS.
               02 PC-FORNEC PIC 9(3) VALUE ZEROS.
               02 PC-FILIAL PIC 9(2) VALUE ZEROS.
               02 PC-DATA PIC 9(8) VALUE ZEROS.
               02 PC-DATAENVIO PIC 9(8) VALUE ZEROS.
               02 PC-PREVISAO PIC 9(8) VALUE ZEROS.
               02 PC-SITUACAO PIC X(1) VALUE "D".
               02 PC-DATAULTREC PIC 9(8) VALUE ZEROS.
               02 PC-VRTOTAL PIC 9(10)V99 VALUE ZEROS.

           FD CADPCIT
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPCIT.DAT".
           01 REGPCIT.
               02 PCI-CHAVE.
                   03 PCI-NUMERO PIC 9(6) VALUE ZEROS.
                   03 PCI-SEQ PIC 9(3) VALUE ZEROS.
               02 PCI-PECAFIL.
                   03 PCI-CODIGO PIC 9(5) VALUE ZEROS.
                   03 PCI-FILIAL PIC 9(2) VALUE ZEROS.
               02 PCI-QTDPED PIC 9(5) VALUE ZEROS.
               02 PCI-QTDREC PIC 9(5) VALUE ZEROS.
               02 PCI-CUSTO PIC 9(8)V99 VALUE ZEROS.
               02 PCI-CUSTOREC PIC 9(8)V99 VALUE ZEROS.
               02 PCI-DIVERGE PIC X(1) VALUE "N".
               02 PCI-SITUACAO PIC X(1) VALUE "A".

           FD PECMOV
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "PECMOV.TXT".
           01 QTDENTRADA PIC 9(5) VALUE ZEROS.
           01 QTABAIXOMIN PIC 9(5) VALUE ZEROS.
           01 LD-VALOR PIC Z(8),99 VALUE ZEROS.
           01 ERROPC PIC X(2) VALUE "00".
           01 ERROPCI PIC X(2) VALUE "00".
           01 NIVELOPER PIC X(1) VALUE SPACES.
           01 PEDIDOENT PIC 9(6) VALUE ZEROS.
           01 SEQPEDIDO PIC 9(3) VALUE ZEROS.
           01 ACHOULINHA PIC X(1) VALUE "N".
           01 FIMITENS PIC X(1) VALUE "N".
           01 QTABERTA PIC 9(5) VALUE ZEROS.
           01 CUSTOPEDIDO PIC 9(8)V99 VALUE ZEROS.
           01 CUSTOENT PIC 9(8)V99 VALUE ZEROS.
           01 PRECODIVERGE PIC X(1) VALUE "N".
           01 LINHASABERTAS PIC 9(3) VALUE ZEROS.
           01 NOTAENT PIC X(20) VALUE SPACES.
           01 VENCENT PIC 9(8) VALUE ZEROS.
           01 REGTITULO.
               02 TIT-OPERACAO PIC X(1) VALUE SPACES.
               02 TIT-NUMERO PIC 9(6) VALUE ZEROS.
               02 TIT-ORIGEM PIC X(4) VALUE SPACES.
               02 TIT-TIPOCRED PIC X(1) VALUE SPACES.
               02 TIT-CREDOR PIC 9(14) VALUE ZEROS.
               02 TIT-NOMECRED PIC X(30) VALUE SPACES.
               02 TIT-DOCUMENTO PIC X(20) VALUE SPACES.
               02 TIT-REFERENCIA PIC X(20) VALUE SPACES.
               02 TIT-EMISSAO PIC 9(8) VALUE ZEROS.
               02 TIT-VENCIMENTO PIC 9(8) VALUE ZEROS.
               02 TIT-VALOR PIC 9(10)V99 VALUE ZEROS.
               02 TIT-ACUMULA PIC X(1) VALUE "N".
               02 TIT-DATAPGTO PIC 9(8) VALUE ZEROS.
               02 TIT-SALDO PIC 9(10)V99 VALUE ZEROS.
               02 TIT-RESULTADO PIC X(1) VALUE "S".
               02 TIT-MENSAGEM PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

           DISPLAY " "
           DISPLAY "ESTOQUE DE PECAS DA OFICINA"
           DISPLAY "1 - CADASTRAR / ALTERAR PECA"
           DISPLAY "2 - ENTRADA POR COMPRA (CONTRA PEDIDO)"
           DISPLAY "3 - LISTAR PECAS"
           DISPLAY "4 - RELATORIO ABAIXO DO ESTOQUE MINIMO"
           DISPLAY "5 - SAIR"
           GO TO MENU-PRINCIPAL.

      *Entrada de pecas por compra, amarrada ao fornecedor de CADFORN
      *e a linha aberta do pedido de compra (sem pedido, so com o
      *supervisor)
       ENTRADA.

           DISPLAY "CODIGO DA PECA: "
           END-IF
           DISPLAY "FORNECEDOR: " FORN-NOME

           DISPLAY "NOTA FISCAL DO FORNECEDOR: "
           ACCEPT NOTAENT
           IF NOTAENT = SPACES
               DISPLAY "DIGITE A NOTA FISCAL DA COMPRA"
               GO TO ENTRADA
           END-IF
           DISPLAY "VENCIMENTO DA NOTA (AAAAMMDD, 0 = PRAZO PADRAO;"
               " NOTA JA LANCADA MANTEM O SEU): "
           ACCEPT VENCENT

           DISPLAY "NUMERO DO PEDIDO DE COMPRA (0 = SEM PEDIDO): "
           ACCEPT PEDIDOENT
           MOVE "N" TO PRECODIVERGE
           IF PEDIDOENT = ZEROS
               ACCEPT NIVELOPER FROM ENVIRONMENT "OPERNIVEL"
               IF NIVELOPER NOT = "2" AND NIVELOPER NOT = "3"
                   DISPLAY "ENTRADA SO CONTRA PEDIDO DE COMPRA ABERTO;"
                       " SEM PEDIDO, SOMENTE O SUPERVISOR"
                   GO TO MENU-PRINCIPAL
               END-IF
               DISPLAY "ENTRADA SEM PEDIDO LIBERADA PELO SUPERVISOR"
           ELSE
               PERFORM BUSCALINHAPEDIDO
               IF ACHOULINHA = "N"
                   GO TO MENU-PRINCIPAL
               END-IF
           END-IF

           DISPLAY "QUANTIDADE COMPRADA: "
           ACCEPT QTDENTRADA
           IF QTDENTRADA = ZEROS
               DISPLAY "DIGITE UMA QUANTIDADE MAIOR QUE ZERO"
               GO TO ENTRADA
           END-IF
           IF PEDIDOENT > ZEROS AND QTDENTRADA > QTABERTA
               DISPLAY "QUANTIDADE MAIOR QUE O SALDO ABERTO DO"
                   " PEDIDO (" QTABERTA ")"
               GO TO MENU-PRINCIPAL
           END-IF

           IF PEDIDOENT > ZEROS
               DISPLAY "CUSTO UNITARIO DA NOTA (0 = CUSTO DO PEDIDO): "
               ACCEPT CUSTOENT
               IF CUSTOENT = ZEROS
                   MOVE CUSTOPEDIDO TO CUSTOENT
               END-IF
               IF CUSTOENT NOT = CUSTOPEDIDO
                   MOVE "S" TO PRECODIVERGE
                   MOVE CUSTOPEDIDO TO LD-VALOR
                   DISPLAY "ATENCAO: PRECO DIFERENTE DO COMBINADO NO"
                       " PEDIDO (" LD-VALOR ")"
               END-IF
               MOVE CUSTOENT TO PECA-CUSTO
           ELSE
               DISPLAY "CUSTO UNITARIO (0 = MANTEM O ATUAL): "
               ACCEPT LD-VALOR
               IF LD-VALOR > ZEROS
                   MOVE LD-VALOR TO PECA-CUSTO
               END-IF
           END-IF

           ADD QTDENTRADA TO PECA-SALDO
           IF ERRO = "00" OR "02"
               DISPLAY "ENTRADA REGISTRADA, SALDO ATUAL: "
                   PECA-SALDO
               IF PEDIDOENT = ZEROS
                   MOVE "ENTSPD" TO LOG-OPERACAO
               ELSE
                   MOVE "ENTPEC" TO LOG-OPERACAO
               END-IF
               MOVE PECA-CHAVE TO LOG-CHAVE
               PERFORM GRAVALOG
               MOVE DATAHOJE TO PMOV-DATA
               MOVE PECA-FILIAL TO PMOV-FILIAL
               MOVE QTDENTRADA TO PMOV-QTD
               MOVE FORN-CODIGO TO PMOV-FORNEC
               MOVE PEDIDOENT TO PMOV-OS
               PERFORM GRAVAMOVIMENTO
               IF PEDIDOENT > ZEROS
                   PERFORM ATUALIZAPEDIDO
               END-IF
               PERFORM LANCATITULO
           ELSE
               DISPLAY "ERRO NA GRAVACAO DA ENTRADA"
           END-IF
           MOVE "00" TO ERRO
           GO TO MENU-PRINCIPAL.

      *Confere o pedido informado na entrada (mesmo fornecedor e
      *filial, enviado ou parcial) e acha a linha aberta da peca,
      *guardando seq, saldo em aberto e custo combinado
       BUSCALINHAPEDIDO.

           MOVE "N" TO ACHOULINHA
           MOVE "00" TO ERROPC
           OPEN INPUT CADPCOM
           IF ERROPC NOT = "00"
               DISPLAY "PEDIDO NAO ENCONTRADO"
               MOVE "00" TO ERROPC
           ELSE
               MOVE PEDIDOENT TO PC-NUMERO
               READ CADPCOM
               IF ERROPC NOT = "00"
                   DISPLAY "PEDIDO NAO ENCONTRADO"
               ELSE
                   IF PC-FORNEC NOT = FORN-CODIGO
                       OR PC-FILIAL NOT = PECA-FILIAL
                       DISPLAY "PEDIDO E DE OUTRO FORNECEDOR OU FILIAL"
                   ELSE
                       IF PC-SITUACAO NOT = "E"
                           AND PC-SITUACAO NOT = "P"
                           DISPLAY "PEDIDO NAO ESTA ABERTO PARA"
                               " RECEBIMENTO (SITUACAO " PC-SITUACAO
                               ")"
                       ELSE
                           PERFORM ACHALINHAPECA
                       END-IF
                   END-IF
               END-IF
               CLOSE CADPCOM
               MOVE "00" TO ERROPC
           END-IF.

      *Procura nos itens do pedido a linha aberta da peca da entrada
       ACHALINHAPECA.

           MOVE "00" TO ERROPCI
           OPEN INPUT CADPCIT
           IF ERROPCI = "00"
               MOVE "N" TO FIMITENS
               MOVE PEDIDOENT TO PCI-NUMERO
               MOVE ZEROS TO PCI-SEQ
               START CADPCIT KEY IS NOT LESS THAN PCI-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIMITENS
               END-START
               PERFORM TESTALINHAPECA UNTIL FIMITENS = "S"
               CLOSE CADPCIT
           END-IF
           MOVE "00" TO ERROPCI

           IF ACHOULINHA = "N"
               DISPLAY "PECA SEM LINHA ABERTA NESSE PEDIDO"
           ELSE
               MOVE CUSTOPEDIDO TO LD-VALOR
               DISPLAY "PEDIDO " PEDIDOENT " ITEM " SEQPEDIDO
                   " - EM ABERTO: " QTABERTA "  CUSTO: " LD-VALOR
           END-IF.

      *Le o proximo item do pedido e guarda se for a linha aberta
      *da peca
       TESTALINHAPECA.

           READ CADPCIT NEXT RECORD
               AT END
                   MOVE "S" TO FIMITENS
           END-READ

           IF FIMITENS NOT = "S"
               IF PCI-NUMERO NOT = PEDIDOENT
                   MOVE "S" TO FIMITENS
               ELSE
                   IF PCI-CODIGO = PECA-CODIGO
                       AND PCI-SITUACAO = "A"
                       MOVE "S" TO ACHOULINHA
                       MOVE "S" TO FIMITENS
                       MOVE PCI-SEQ TO SEQPEDIDO
                       MOVE PCI-CUSTO TO CUSTOPEDIDO
                       COMPUTE QTABERTA = PCI-QTDPED - PCI-QTDREC
                   END-IF
               END-IF
           END-IF.

      *Baixa a quantidade recebida na linha do pedido (fechada ao
      *completar, preco divergente marcado) e passa o pedido a
      *parcial ou recebido conforme ainda haja linha aberta
       ATUALIZAPEDIDO.

           MOVE ZEROS TO LINHASABERTAS
           MOVE "00" TO ERROPCI
           OPEN I-O CADPCIT
           IF ERROPCI NOT = "00"
               DISPLAY "CADPCIT NAO DISPONIVEL, PEDIDO NAO ATUALIZADO"
               MOVE "00" TO ERROPCI
           ELSE
               MOVE PEDIDOENT TO PCI-NUMERO
               MOVE SEQPEDIDO TO PCI-SEQ
               READ CADPCIT
               IF ERROPCI = "00"
                   ADD QTDENTRADA TO PCI-QTDREC
                   MOVE CUSTOENT TO PCI-CUSTOREC
                   IF PRECODIVERGE = "S"
                       MOVE "S" TO PCI-DIVERGE
                   END-IF
                   IF PCI-QTDREC NOT < PCI-QTDPED
                       MOVE "F" TO PCI-SITUACAO
                   END-IF
                   REWRITE REGPCIT
               END-IF
               MOVE "N" TO FIMITENS
               MOVE PEDIDOENT TO PCI-NUMERO
               MOVE ZEROS TO PCI-SEQ
               START CADPCIT KEY IS NOT LESS THAN PCI-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIMITENS
               END-START
               PERFORM CONTALINHAABERTA UNTIL FIMITENS = "S"
               CLOSE CADPCIT
               MOVE "00" TO ERROPCI

               MOVE "00" TO ERROPC
               OPEN I-O CADPCOM
               MOVE PEDIDOENT TO PC-NUMERO
               READ CADPCOM
               IF ERROPC = "00"
                   IF LINHASABERTAS > ZEROS
                       MOVE "P" TO PC-SITUACAO
                   ELSE
                       MOVE "R" TO PC-SITUACAO
                   END-IF
                   MOVE DATAHOJE TO PC-DATAULTREC
                   REWRITE REGPCOM
                   CLOSE CADPCOM
               END-IF
               MOVE "00" TO ERROPC
               IF LINHASABERTAS > ZEROS
                   DISPLAY "PEDIDO " PEDIDOENT " PARCIAL - LINHAS EM"
                       " ABERTO: " LINHASABERTAS
               ELSE
                   DISPLAY "PEDIDO " PEDIDOENT " RECEBIDO POR COMPLETO"
               END-IF
           END-IF.

      *Conta as linhas do pedido que ainda tem saldo a receber
       CONTALINHAABERTA.

           READ CADPCIT NEXT RECORD
               AT END
                   MOVE "S" TO FIMITENS
           END-READ

           IF FIMITENS NOT = "S"
               IF PCI-NUMERO NOT = PEDIDOENT
                   MOVE "S" TO FIMITENS
               ELSE
                   IF PCI-SITUACAO = "A"
                       ADD 1 TO LINHASABERTAS
                   END-IF
               END-IF
           END-IF.

      *Lanca o valor da entrada no titulo da nota do fornecedor
      *(somado ao titulo quando a nota ja tem outros itens)
       LANCATITULO.

           MOVE "I" TO TIT-OPERACAO
           MOVE ZEROS TO TIT-NUMERO
           MOVE "PECA" TO TIT-ORIGEM
           MOVE "F" TO TIT-TIPOCRED
           MOVE FORN-CODIGO TO TIT-CREDOR
           MOVE FORN-NOME TO TIT-NOMECRED
           MOVE NOTAENT TO TIT-DOCUMENTO
           MOVE SPACES TO TIT-REFERENCIA
           IF PEDIDOENT > ZEROS
               STRING "PEDIDO " PEDIDOENT DELIMITED BY SIZE
                   INTO TIT-REFERENCIA
           END-IF
           MOVE DATAHOJE TO TIT-EMISSAO
           MOVE VENCENT TO TIT-VENCIMENTO
           COMPUTE TIT-VALOR = QTDENTRADA * PECA-CUSTO
           MOVE "S" TO TIT-ACUMULA
           CALL "P172TIT" USING REGTITULO
           DISPLAY TIT-MENSAGEM
           IF TIT-RESULTADO = "N"
               DISPLAY "TITULO NAO LANCADO: LANCE A NOTA NO CONTAS A"
                   " PAGAR (P172CAP)"
           END-IF.

      *Grava o movimento corrente no historico PECMOV.TXT
       GRAVAMOVIMENTO.

