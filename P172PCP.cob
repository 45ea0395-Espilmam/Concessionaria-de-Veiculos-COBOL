      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Pedidos de compra de pecas. O pedido e gerado por
      *    fornecedor (CADFORN) e filial a partir das pecas abaixo do
      *    estoque minimo de CADPECA (repoe ate o dobro do minimo,
      *    descontado o que ja esta em pedido aberto), fica em
      *    digitacao (D) para conferencia - inclusao, exclusao e
      *    troca de quantidade e custo combinado - e so entao e
      *    enviado (E), com a previsao de entrega pelo prazo em dias
      *    (PRAZOPEC de CADPARAM, padrao 10) e o pedido impresso pelo
      *    spool (P172SPO). Cabecalho em CADPCOM (numero PEDCOMPR de
      *    CTRLNUM) e itens em CADPCIT com quantidade pedida e
      *    recebida. O recebimento e feito na entrada do P172PEC
      *    contra a linha aberta do pedido: entrega parcial deixa o
      *    saldo em aberto (pedido P), preco diferente do combinado
      *    fica marcado no item e o pedido completo passa a recebido
      *    (R). O saldo que nao vira mais pode ser encerrado. O
      *    relatorio de pedidos atrasados sai por fornecedor pelo
      *    spool.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172PCP.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPCOM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-NUMERO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY PC-FORNEC DUPLICATES.
           SELECT CADPCIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCI-CHAVE
               FILE STATUS IS ERROIT
               ALTERNATE RECORD KEY PCI-PECAFIL DUPLICATES.
           SELECT CADPECA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PECA-CHAVE
               FILE STATUS IS ERROPEC.
           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS ERROFOR.
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

           FD CADFORN
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADFORN.DAT".
           01 REGFORN.
               02 FORN-CODIGO PIC 9(3) VALUE ZEROS.
               02 FORN-NOME PIC X(30) VALUE SPACES.
               02 FORN-CNPJ PIC 9(14) VALUE ZEROS.
               02 FORN-DDD PIC 9(2) VALUE ZEROS.
               02 FORN-FONE PIC 9(11) VALUE ZEROS.

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
           01 ERROIT PIC X(2) VALUE "00".
           01 ERROPEC PIC X(2) VALUE "00".
           01 ERROFOR PIC X(2) VALUE "00".
           01 ERROLOCK PIC X(2) VALUE "00".
           01 LOCKOBTIDO PIC X(1) VALUE "N".
           01 CTRLNOME-TRAB PIC X(8) VALUE SPACES.
           01 TENTATIVASCTRL PIC 9(3) VALUE ZEROS.
           01 NUMCONTADOR PIC 9(8) VALUE ZEROS.
           01 PARAMPADRAO PIC 9(5)V99 VALUE ZEROS.
           01 OPC PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 FIMITENS PIC X(1) VALUE "N".
           01 FIMEDICAO PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 PEDIDOPEDIDO PIC 9(6) VALUE ZEROS.
           01 FORNPEDIDO PIC 9(3) VALUE ZEROS.
           01 FILIALPEDIDO PIC 9(2) VALUE ZEROS.
           01 GRAVALINHAS PIC X(1) VALUE "N".
           01 QTCANDIDATAS PIC 9(5) VALUE ZEROS.
           01 QTDEMPEDIDO PIC 9(7) VALUE ZEROS.
           01 QTDREPOR PIC S9(7) VALUE ZEROS.
           01 PROXITSEQ PIC 9(3) VALUE ZEROS.
           01 SEQPEDIDA PIC 9(3) VALUE ZEROS.
           01 QTDDIGITADA PIC 9(5) VALUE ZEROS.
           01 CUSTODIGITADO PIC 9(8)V99 VALUE ZEROS.
           01 CODDIGITADO PIC 9(5) VALUE ZEROS.
           01 PRAZODIAS PIC 9(3) VALUE ZEROS.
           01 DIASPREVISAO PIC 9(8) VALUE ZEROS.
           01 DIASATRASO PIC 9(5) VALUE ZEROS.
           01 QTABERTA PIC 9(5) VALUE ZEROS.
           01 QTLINHAS PIC 9(3) VALUE ZEROS.
           01 QTLINHASABERTAS PIC 9(3) VALUE ZEROS.
           01 QTRECEBIDAS PIC 9(3) VALUE ZEROS.
           01 TEMDIVERGENCIA PIC X(1) VALUE "N".
           01 VRLINHA PIC 9(10)V99 VALUE ZEROS.
           01 VRABERTO PIC 9(10)V99 VALUE ZEROS.
           01 FORNANT PIC 9(3) VALUE ZEROS.
           01 QTATRASADOS PIC 9(5) VALUE ZEROS.
           01 QTATRASFORN PIC 9(5) VALUE ZEROS.
           01 VRATRASFORN PIC 9(10)V99 VALUE ZEROS.
           01 VRATRASTOTAL PIC 9(10)V99 VALUE ZEROS.

           01 LD-VALOR PIC Z(8),99 VALUE ZEROS.
           01 LD-TOTAL PIC Z(8),99 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Cria o arquivo de pedidos de compra na primeira execucao
       ARQUIVO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE

           OPEN I-O CADPCOM
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADPCOM
                   CLOSE CADPCOM
                   DISPLAY "ARQUIVO CADPCOM SENDO CRIADO"
                   GO TO ARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPCOM"
                   GO TO FIM
           ELSE
               CONTINUE.

       ARQUIVO2.

           OPEN I-O CADPCIT
           IF ERROIT NOT = "00"
               IF ERROIT = "30" OR ERROIT = "35"
                   OPEN OUTPUT CADPCIT
                   CLOSE CADPCIT
                   DISPLAY "ARQUIVO CADPCIT SENDO CRIADO"
                   GO TO ARQUIVO2
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPCIT"
                   CLOSE CADPCOM
                   GO TO FIM
           ELSE
               CONTINUE.

      *Mostra um menu de opcoes para o usuario
       MENU-PRINCIPAL.

           DISPLAY " "
           DISPLAY "PEDIDOS DE COMPRA DE PECAS"
           DISPLAY "1 - GERAR PEDIDO (PECAS ABAIXO DO MINIMO)"
           DISPLAY "2 - EDITAR PEDIDO EM DIGITACAO"
           DISPLAY "3 - ENVIAR PEDIDO AO FORNECEDOR"
           DISPLAY "4 - CONSULTAR PEDIDO"
           DISPLAY "5 - ENCERRAR SALDO DO PEDIDO"
           DISPLAY "6 - RELATORIO DE PEDIDOS ATRASADOS"
           DISPLAY "7 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
                   GO TO GERAR
               ELSE IF OPC = "2"
                   GO TO EDITAR
               ELSE IF OPC = "3"
                   GO TO ENVIAR
               ELSE IF OPC = "4"
                   GO TO CONSULTAR
               ELSE IF OPC = "5"
                   GO TO ENCERRAR
               ELSE IF OPC = "6"
                   GO TO ATRASADOS
               ELSE IF OPC = "7"
                   GO TO SAIR
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Gera o pedido do fornecedor para a filial com as pecas abaixo
      *do minimo: uma passada conta as pecas a repor e, confirmado, a
      *segunda grava o cabecalho e os itens em digitacao
       GERAR.

           DISPLAY "CODIGO DO FORNECEDOR: "
           ACCEPT FORNPEDIDO
           PERFORM BUSCAFORNECEDOR
           IF ERROFOR NOT = "00"
               DISPLAY "FORNECEDOR NAO CADASTRADO"
               MOVE "00" TO ERROFOR
               GO TO MENU-PRINCIPAL
           END-IF
           DISPLAY "FORNECEDOR: " FORN-NOME

           DISPLAY "FILIAL: "
           ACCEPT FILIALPEDIDO
           IF FILIALPEDIDO = ZEROS
               DISPLAY "DIGITE O CODIGO DA FILIAL"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "00" TO ERROPEC
           OPEN INPUT CADPECA
           IF ERROPEC NOT = "00"
               DISPLAY "CADPECA NAO DISPONIVEL"
               MOVE "00" TO ERROPEC
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "N" TO GRAVALINHAS
           PERFORM VARREESTOQUE
           DISPLAY "PECAS A REPOR NA FILIAL: " QTCANDIDATAS
           IF QTCANDIDATAS = ZEROS
               DISPLAY "NENHUMA PECA ABAIXO DO MINIMO - CRIAR PEDIDO"
                   " VAZIO PARA DIGITAR ? S/N"
           ELSE
               DISPLAY "GERA O PEDIDO EM DIGITACAO ? S/N"
           END-IF
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               CLOSE CADPECA
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "PEDCOMPR" TO CTRLNOME-TRAB
           PERFORM PROXNUMERO
           MOVE NUMCONTADOR TO PEDIDOPEDIDO

           MOVE PEDIDOPEDIDO TO PC-NUMERO
           MOVE FORNPEDIDO TO PC-FORNEC
           MOVE FILIALPEDIDO TO PC-FILIAL
           MOVE DATAHOJE TO PC-DATA
           MOVE ZEROS TO PC-DATAENVIO PC-PREVISAO PC-DATAULTREC
           MOVE "D" TO PC-SITUACAO
           MOVE ZEROS TO PC-VRTOTAL
           WRITE REGPCOM
           IF ERRO NOT = "00" AND ERRO NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO PEDIDO"
               MOVE "00" TO ERRO
               CLOSE CADPECA
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE ZEROS TO PROXITSEQ
           MOVE "S" TO GRAVALINHAS
           PERFORM VARREESTOQUE
           CLOSE CADPECA
           MOVE "00" TO ERROPEC

           PERFORM TOTALIZAPEDIDO
           DISPLAY "PEDIDO " PC-NUMERO " GERADO EM DIGITACAO COM "
               PROXITSEQ " ITENS"
           DISPLAY "CONFIRA NA OPCAO 2 E ENVIE PELA OPCAO 3"
           MOVE "GERAPC" TO LOG-OPERACAO
           MOVE PC-NUMERO TO LOG-CHAVE
           PERFORM GRAVALOG
           GO TO MENU-PRINCIPAL.

      *Percorre CADPECA da filial pedida: conta (GRAVALINHAS = "N")
      *ou grava como item do pedido (GRAVALINHAS = "S") cada peca
      *abaixo do minimo que ainda precisa de reposicao
       VARREESTOQUE.

           MOVE ZEROS TO QTCANDIDATAS
           MOVE "N" TO FIMLISTA
           MOVE ZEROS TO PECA-CODIGO
           MOVE FILIALPEDIDO TO PECA-FILIAL
           START CADPECA KEY IS NOT LESS THAN PECA-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM TESTAREPOSICAO UNTIL FIMLISTA = "S".

      *Le a proxima peca e calcula a quantidade a repor: ate o dobro
      *do minimo, descontado o saldo e o que ja esta em pedido aberto
       TESTAREPOSICAO.

           READ CADPECA NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF PECA-FILIAL = FILIALPEDIDO
                   AND PECA-SALDO < PECA-MINIMO
                   PERFORM SOMAEMPEDIDO
                   COMPUTE QTDREPOR = PECA-MINIMO * 2 - PECA-SALDO
                       - QTDEMPEDIDO
                   IF QTDREPOR > ZEROS
                       ADD 1 TO QTCANDIDATAS
                       IF GRAVALINHAS = "S"
                           PERFORM GRAVAREPOSICAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Grava a peca corrente como item do pedido, ao custo atual
       GRAVAREPOSICAO.

           ADD 1 TO PROXITSEQ
           MOVE PEDIDOPEDIDO TO PCI-NUMERO
           MOVE PROXITSEQ TO PCI-SEQ
           MOVE PECA-CODIGO TO PCI-CODIGO
           MOVE PECA-FILIAL TO PCI-FILIAL
           MOVE QTDREPOR TO PCI-QTDPED
           MOVE ZEROS TO PCI-QTDREC
           MOVE PECA-CUSTO TO PCI-CUSTO
           MOVE ZEROS TO PCI-CUSTOREC
           MOVE "N" TO PCI-DIVERGE
           MOVE "A" TO PCI-SITUACAO
           WRITE REGPCIT
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DO ITEM " PCI-SEQ
           END-WRITE
           MOVE "00" TO ERROIT.

      *Soma em QTDEMPEDIDO o saldo ainda nao recebido das linhas
      *abertas de outros pedidos para a peca e filial correntes
       SOMAEMPEDIDO.

           MOVE ZEROS TO QTDEMPEDIDO
           MOVE "N" TO FIMITENS
           MOVE PECA-CODIGO TO PCI-CODIGO
           MOVE PECA-FILIAL TO PCI-FILIAL
           START CADPCIT KEY IS NOT LESS THAN PCI-PECAFIL
               INVALID KEY
                   MOVE "S" TO FIMITENS
           END-START
           PERFORM SOMALINHAABERTA UNTIL FIMITENS = "S"
           MOVE "00" TO ERROIT.

      *Le a proxima linha da peca e soma o saldo se estiver aberta
       SOMALINHAABERTA.

           READ CADPCIT NEXT RECORD
               AT END
                   MOVE "S" TO FIMITENS
           END-READ

           IF FIMITENS NOT = "S"
               IF PCI-CODIGO NOT = PECA-CODIGO
                   OR PCI-FILIAL NOT = PECA-FILIAL
                   MOVE "S" TO FIMITENS
               ELSE
                   IF PCI-SITUACAO = "A"
                       COMPUTE QTDEMPEDIDO = QTDEMPEDIDO + PCI-QTDPED
                           - PCI-QTDREC
                   END-IF
               END-IF
           END-IF.

      *Conferencia do pedido em digitacao antes do envio: altera
      *quantidade e custo combinado, exclui (quantidade 0) ou inclui
      *pecas da filial do pedido
       EDITAR.

           DISPLAY "NUMERO DO PEDIDO: "
           ACCEPT PEDIDOPEDIDO
           MOVE PEDIDOPEDIDO TO PC-NUMERO
           READ CADPCOM
           IF ERRO NOT = "00"
               DISPLAY "PEDIDO NAO ENCONTRADO"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF
           IF PC-SITUACAO NOT = "D"
               DISPLAY "SOMENTE PEDIDO EM DIGITACAO (D) PODE SER"
                   " ALTERADO"
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM LISTAITENS
           MOVE "N" TO FIMEDICAO
           PERFORM EDITALINHA THRU EDITALINHA-FIM
               UNTIL FIMEDICAO = "S"

           PERFORM TOTALIZAPEDIDO
           MOVE PC-VRTOTAL TO LD-TOTAL
           DISPLAY "PEDIDO " PC-NUMERO " - TOTAL: " LD-TOTAL
           MOVE "EDITPC" TO LOG-OPERACAO
           MOVE PC-NUMERO TO LOG-CHAVE
           PERFORM GRAVALOG
           GO TO MENU-PRINCIPAL.

      *Uma alteracao do pedido: seq do item a alterar, 0 para incluir
      *peca nova ou 999 para terminar
       EDITALINHA.

           DISPLAY "SEQ DO ITEM (0 = INCLUIR PECA, 999 = FIM): "
           ACCEPT SEQPEDIDA
           IF SEQPEDIDA = 999
               MOVE "S" TO FIMEDICAO
               GO TO EDITALINHA-FIM
           END-IF
           IF SEQPEDIDA = ZEROS
               PERFORM INCLUILINHA THRU INCLUILINHA-FIM
               GO TO EDITALINHA-FIM
           END-IF

           MOVE PEDIDOPEDIDO TO PCI-NUMERO
           MOVE SEQPEDIDA TO PCI-SEQ
           READ CADPCIT
           IF ERROIT NOT = "00"
               DISPLAY "ITEM NAO ENCONTRADO NO PEDIDO"
               MOVE "00" TO ERROIT
               GO TO EDITALINHA-FIM
           END-IF

           MOVE PCI-CUSTO TO LD-VALOR
           DISPLAY "PECA " PCI-CODIGO "  QTD " PCI-QTDPED
               "  CUSTO " LD-VALOR
           DISPLAY "NOVA QUANTIDADE (0 = EXCLUIR O ITEM): "
           ACCEPT QTDDIGITADA
           IF QTDDIGITADA = ZEROS
               DELETE CADPCIT RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE "00" TO ERROIT
               DISPLAY "ITEM EXCLUIDO"
               GO TO EDITALINHA-FIM
           END-IF
           DISPLAY "NOVO CUSTO COMBINADO (0 = MANTEM): "
           ACCEPT CUSTODIGITADO
           MOVE QTDDIGITADA TO PCI-QTDPED
           IF CUSTODIGITADO > ZEROS
               MOVE CUSTODIGITADO TO PCI-CUSTO
           END-IF
           REWRITE REGPCIT
           MOVE "00" TO ERROIT
           DISPLAY "ITEM ALTERADO".

       EDITALINHA-FIM.
           EXIT.

      *Inclui no pedido uma peca cadastrada na filial do pedido
       INCLUILINHA.

           DISPLAY "CODIGO DA PECA: "
           ACCEPT CODDIGITADO
           MOVE "00" TO ERROPEC
           OPEN INPUT CADPECA
           IF ERROPEC NOT = "00"
               DISPLAY "CADPECA NAO DISPONIVEL"
               MOVE "00" TO ERROPEC
               GO TO INCLUILINHA-FIM
           END-IF
           MOVE CODDIGITADO TO PECA-CODIGO
           MOVE PC-FILIAL TO PECA-FILIAL
           READ CADPECA
           CLOSE CADPECA
           IF ERROPEC NOT = "00"
               DISPLAY "PECA NAO CADASTRADA NA FILIAL DO PEDIDO"
               MOVE "00" TO ERROPEC
               GO TO INCLUILINHA-FIM
           END-IF
           DISPLAY "PECA: " PECA-DESCRICAO "  SALDO: " PECA-SALDO

           DISPLAY "QUANTIDADE: "
           ACCEPT QTDDIGITADA
           IF QTDDIGITADA = ZEROS
               DISPLAY "DIGITE UMA QUANTIDADE MAIOR QUE ZERO"
               GO TO INCLUILINHA-FIM
           END-IF
           DISPLAY "CUSTO COMBINADO (0 = CUSTO DO CADASTRO): "
           ACCEPT CUSTODIGITADO
           IF CUSTODIGITADO = ZEROS
               MOVE PECA-CUSTO TO CUSTODIGITADO
           END-IF

           PERFORM ACHAPROXITEM
           MOVE PEDIDOPEDIDO TO PCI-NUMERO
           MOVE PROXITSEQ TO PCI-SEQ
           MOVE PECA-CODIGO TO PCI-CODIGO
           MOVE PECA-FILIAL TO PCI-FILIAL
           MOVE QTDDIGITADA TO PCI-QTDPED
           MOVE ZEROS TO PCI-QTDREC PCI-CUSTOREC
           MOVE CUSTODIGITADO TO PCI-CUSTO
           MOVE "N" TO PCI-DIVERGE
           MOVE "A" TO PCI-SITUACAO
           WRITE REGPCIT
           IF ERROIT = "00" OR ERROIT = "02"
               DISPLAY "ITEM " PCI-SEQ " INCLUIDO"
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ITEM"
           END-IF
           MOVE "00" TO ERROIT.

       INCLUILINHA-FIM.
           EXIT.

      *Acha o proximo sequencial de item do pedido pedido
       ACHAPROXITEM.

           MOVE ZEROS TO PROXITSEQ
           MOVE "N" TO FIMITENS
           MOVE PEDIDOPEDIDO TO PCI-NUMERO
           MOVE ZEROS TO PCI-SEQ
           START CADPCIT KEY IS NOT LESS THAN PCI-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMITENS
           END-START
           PERFORM CONTAITEM UNTIL FIMITENS = "S"
           ADD 1 TO PROXITSEQ
           MOVE "00" TO ERROIT.

      *Guarda o maior sequencial ja usado no pedido
       CONTAITEM.

           READ CADPCIT NEXT RECORD
               AT END
                   MOVE "S" TO FIMITENS
           END-READ

           IF FIMITENS NOT = "S"
               IF PCI-NUMERO NOT = PEDIDOPEDIDO
                   MOVE "S" TO FIMITENS
               ELSE
                   MOVE PCI-SEQ TO PROXITSEQ
               END-IF
           END-IF.

      *Envia o pedido conferido: previsao de entrega pelo prazo em
      *dias e impressao do pedido pelo spool para o fornecedor
       ENVIAR.

           DISPLAY "NUMERO DO PEDIDO: "
           ACCEPT PEDIDOPEDIDO
           MOVE PEDIDOPEDIDO TO PC-NUMERO
           READ CADPCOM
           IF ERRO NOT = "00"
               DISPLAY "PEDIDO NAO ENCONTRADO"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF
           IF PC-SITUACAO NOT = "D"
               DISPLAY "PEDIDO JA ENVIADO OU ENCERRADO"
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM TOTALIZAPEDIDO
           IF QTLINHAS = ZEROS
               DISPLAY "PEDIDO SEM ITENS, NADA A ENVIAR"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "PRAZOPEC" TO PARAM-CODIGO
           MOVE 10 TO PARAMPADRAO
           PERFORM BUSCAPARAM
           MOVE PARAMPADRAO TO PRAZODIAS
           DISPLAY "PRAZO DE ENTREGA EM DIAS (0 = " PRAZODIAS "): "
           ACCEPT PRAZODIAS
           IF PRAZODIAS = ZEROS
               MOVE PARAMPADRAO TO PRAZODIAS
           END-IF
           COMPUTE DIASPREVISAO =
               FUNCTION INTEGER-OF-DATE (DATAHOJE) + PRAZODIAS
           COMPUTE PC-PREVISAO =
               FUNCTION DATE-OF-INTEGER (DIASPREVISAO)

           MOVE PC-VRTOTAL TO LD-TOTAL
           DISPLAY "PEDIDO " PC-NUMERO " - " QTLINHAS " ITENS - TOTAL "
               LD-TOTAL
           DISPLAY "PREVISAO DE ENTREGA: " PC-PREVISAO
           DISPLAY "CONFIRMA O ENVIO ? S/N"
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "E" TO PC-SITUACAO
           MOVE DATAHOJE TO PC-DATAENVIO
           REWRITE REGPCOM
           IF ERRO NOT = "00" AND ERRO NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ENVIO"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM IMPRIMEPEDIDO
           MOVE "ENVPC" TO LOG-OPERACAO
           MOVE PC-NUMERO TO LOG-CHAVE
           PERFORM GRAVALOG
           GO TO MENU-PRINCIPAL.

      *Imprime o pedido enviado pelo spool, com os dados do
      *fornecedor e os itens com quantidade e custo combinado
       IMPRIMEPEDIDO.

           MOVE PC-FORNEC TO FORNPEDIDO
           PERFORM BUSCAFORNECEDOR
           MOVE "00" TO ERROFOR
           MOVE "PEDIDO DE COMPRA DE PECAS" TO TITULOREL
           PERFORM ABRESPOOL
           STRING "PEDIDO DE COMPRA NR " PC-NUMERO "  FILIAL "
               PC-FILIAL "  EMISSAO " PC-DATAENVIO
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           STRING "FORNECEDOR: " PC-FORNEC " - " FORN-NOME
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           STRING "CNPJ: " FORN-CNPJ "  FONE: (" FORN-DDD ") "
               FORN-FONE
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           STRING "ENTREGA PREVISTA ATE " PC-PREVISAO
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE "SEQ CODIGO DESCRICAO                      QTD"
               TO LINHAREL
           MOVE "CUSTO UNIT  VALOR TOTAL" TO LINHAREL(51:23)
           PERFORM GRAVAREL
           MOVE ALL "-" TO LINHAREL(1:73)
           PERFORM GRAVAREL

           MOVE "00" TO ERROPEC
           OPEN INPUT CADPECA
           MOVE "N" TO FIMITENS
           MOVE PC-NUMERO TO PCI-NUMERO
           MOVE ZEROS TO PCI-SEQ
           START CADPCIT KEY IS NOT LESS THAN PCI-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMITENS
           END-START
           PERFORM IMPRIMEITEM UNTIL FIMITENS = "S"
           IF ERROPEC = "00"
               CLOSE CADPECA
           END-IF
           MOVE "00" TO ERROPEC
           MOVE "00" TO ERROIT

           MOVE ALL "-" TO LINHAREL(1:73)
           PERFORM GRAVAREL
           MOVE PC-VRTOTAL TO LD-TOTAL
           MOVE "TOTAL DO PEDIDO" TO LINHAREL
           MOVE LD-TOTAL TO LINHAREL(62:12)
           PERFORM GRAVAREL
           CLOSE ARQREL
           DISPLAY "PEDIDO IMPRESSO EM " NOMERELATORIO.

      *Le o proximo item do pedido e imprime a linha no spool
       IMPRIMEITEM.

           READ CADPCIT NEXT RECORD
               AT END
                   MOVE "S" TO FIMITENS
           END-READ

           IF FIMITENS NOT = "S"
               IF PCI-NUMERO NOT = PC-NUMERO
                   MOVE "S" TO FIMITENS
               ELSE
                   MOVE SPACES TO PECA-DESCRICAO
                   MOVE PCI-CODIGO TO PECA-CODIGO
                   MOVE PCI-FILIAL TO PECA-FILIAL
                   READ CADPECA
                       INVALID KEY
                           MOVE SPACES TO PECA-DESCRICAO
                   END-READ
                   COMPUTE VRLINHA = PCI-QTDPED * PCI-CUSTO
                   MOVE PCI-SEQ TO LINHAREL(1:3)
                   MOVE PCI-CODIGO TO LINHAREL(5:5)
                   MOVE PECA-DESCRICAO TO LINHAREL(12:30)
                   MOVE PCI-QTDPED TO LINHAREL(43:5)
                   MOVE PCI-CUSTO TO LD-VALOR
                   MOVE LD-VALOR TO LINHAREL(49:11)
                   MOVE VRLINHA TO LD-TOTAL
                   MOVE LD-TOTAL TO LINHAREL(62:12)
                   PERFORM GRAVAREL
               END-IF
           END-IF.

      *Consulta o pedido com a posicao de cada item (pedido,
      *recebido, em aberto e preco divergente)
       CONSULTAR.

           DISPLAY "NUMERO DO PEDIDO: "
           ACCEPT PEDIDOPEDIDO
           MOVE PEDIDOPEDIDO TO PC-NUMERO
           READ CADPCOM
           IF ERRO NOT = "00"
               DISPLAY "PEDIDO NAO ENCONTRADO"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY " "
           DISPLAY "PEDIDO " PC-NUMERO "  FORNECEDOR " PC-FORNEC
               "  FILIAL " PC-FILIAL "  SITUACAO " PC-SITUACAO
           DISPLAY "GERADO " PC-DATA "  ENVIADO " PC-DATAENVIO
               "  PREVISAO " PC-PREVISAO
           DISPLAY "ULTIMO RECEBIMENTO " PC-DATAULTREC
           PERFORM LISTAITENS
           DISPLAY "D-DIGITACAO E-ENVIADO P-PARCIAL R-RECEBIDO"
               " C-CANCELADO"
           DISPLAY "DIV = PRECO RECEBIDO DIFERENTE DO COMBINADO"
           GO TO MENU-PRINCIPAL.

      *Lista os itens do pedido PEDIDOPEDIDO na tela
       LISTAITENS.

           DISPLAY "SEQ CODIGO  PEDIDA RECEB.     CUSTO  RECEBIDO"
               " SIT DIV"
           DISPLAY "------------------------------------------------"
           MOVE "N" TO FIMITENS
           MOVE PEDIDOPEDIDO TO PCI-NUMERO
           MOVE ZEROS TO PCI-SEQ
           START CADPCIT KEY IS NOT LESS THAN PCI-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMITENS
           END-START
           PERFORM MOSTRAITEM UNTIL FIMITENS = "S"
           MOVE "00" TO ERROIT
           DISPLAY "------------------------------------------------".

      *Le o proximo item do pedido e mostra na tela
       MOSTRAITEM.

           READ CADPCIT NEXT RECORD
               AT END
                   MOVE "S" TO FIMITENS
           END-READ

           IF FIMITENS NOT = "S"
               IF PCI-NUMERO NOT = PEDIDOPEDIDO
                   MOVE "S" TO FIMITENS
               ELSE
                   MOVE PCI-CUSTO TO LD-VALOR
                   MOVE PCI-CUSTOREC TO LD-TOTAL
                   DISPLAY PCI-SEQ " " PCI-CODIGO "  " PCI-QTDPED
                       "  " PCI-QTDREC " " LD-VALOR " " LD-TOTAL
                       "  " PCI-SITUACAO "   " PCI-DIVERGE
               END-IF
           END-IF.

      *Soma os itens do pedido corrente no cabecalho (valor pelo
      *custo combinado) e regrava
       TOTALIZAPEDIDO.

           MOVE ZEROS TO PC-VRTOTAL QTLINHAS
           MOVE "N" TO FIMITENS
           MOVE PC-NUMERO TO PCI-NUMERO
           MOVE ZEROS TO PCI-SEQ
           START CADPCIT KEY IS NOT LESS THAN PCI-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMITENS
           END-START
           PERFORM SOMAITEM UNTIL FIMITENS = "S"
           MOVE "00" TO ERROIT
           REWRITE REGPCOM
           MOVE "00" TO ERRO.

      *Le o proximo item e soma no total do pedido
       SOMAITEM.

           READ CADPCIT NEXT RECORD
               AT END
                   MOVE "S" TO FIMITENS
           END-READ

           IF FIMITENS NOT = "S"
               IF PCI-NUMERO NOT = PC-NUMERO
                   MOVE "S" TO FIMITENS
               ELSE
                   ADD 1 TO QTLINHAS
                   COMPUTE PC-VRTOTAL = PC-VRTOTAL
                       + PCI-QTDPED * PCI-CUSTO
               END-IF
           END-IF.

      *Encerra o saldo que o fornecedor nao vai mais entregar: as
      *linhas abertas sao canceladas e o pedido fica recebido (com
      *alguma entrega) ou cancelado (nada entregue)
       ENCERRAR.

           DISPLAY "NUMERO DO PEDIDO: "
           ACCEPT PEDIDOPEDIDO
           MOVE PEDIDOPEDIDO TO PC-NUMERO
           READ CADPCOM
           IF ERRO NOT = "00"
               DISPLAY "PEDIDO NAO ENCONTRADO"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF
           IF PC-SITUACAO = "R" OR PC-SITUACAO = "C"
               DISPLAY "PEDIDO JA ENCERRADO"
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM LISTAITENS
           DISPLAY "ENCERRA O SALDO EM ABERTO DO PEDIDO ? S/N"
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE ZEROS TO QTRECEBIDAS
           MOVE "N" TO FIMITENS
           MOVE PC-NUMERO TO PCI-NUMERO
           MOVE ZEROS TO PCI-SEQ
           START CADPCIT KEY IS NOT LESS THAN PCI-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMITENS
           END-START
           PERFORM CANCELALINHA UNTIL FIMITENS = "S"
           MOVE "00" TO ERROIT

           IF QTRECEBIDAS > ZEROS
               MOVE "R" TO PC-SITUACAO
           ELSE
               MOVE "C" TO PC-SITUACAO
           END-IF
           REWRITE REGPCOM
           MOVE "00" TO ERRO
           DISPLAY "PEDIDO " PC-NUMERO " ENCERRADO - SITUACAO "
               PC-SITUACAO
           MOVE "ENCPC" TO LOG-OPERACAO
           MOVE PC-NUMERO TO LOG-CHAVE
           PERFORM GRAVALOG
           GO TO MENU-PRINCIPAL.

      *Le o proximo item e cancela o saldo se a linha estiver aberta
       CANCELALINHA.

           READ CADPCIT NEXT RECORD
               AT END
                   MOVE "S" TO FIMITENS
           END-READ

           IF FIMITENS NOT = "S"
               IF PCI-NUMERO NOT = PC-NUMERO
                   MOVE "S" TO FIMITENS
               ELSE
                   IF PCI-QTDREC > ZEROS
                       ADD 1 TO QTRECEBIDAS
                   END-IF
                   IF PCI-SITUACAO = "A"
                       MOVE "C" TO PCI-SITUACAO
                       REWRITE REGPCIT
                   END-IF
               END-IF
           END-IF.

      *Relatorio dos pedidos enviados ou parciais com previsao de
      *entrega vencida, por fornecedor, com o valor ainda em aberto
       ATRASADOS.

           MOVE "PEDIDOS DE PECAS ATRASADOS" TO TITULOREL
           PERFORM ABRESPOOL
           STRING "PEDIDOS DE COMPRA COM ENTREGA VENCIDA EM "
               DATAHOJE
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE "PEDIDO FIL ENVIO    PREVISAO DIAS ITENS" TO LINHAREL
           MOVE "EM ABERTO DIV" TO LINHAREL(49:13)
           PERFORM GRAVAREL
           MOVE ALL "-" TO LINHAREL(1:73)
           PERFORM GRAVAREL

           MOVE ZEROS TO QTATRASADOS QTATRASFORN VRATRASFORN
           MOVE ZEROS TO VRATRASTOTAL FORNANT
           MOVE "N" TO FIMLISTA
           MOVE ZEROS TO PC-FORNEC
           START CADPCOM KEY IS NOT LESS THAN PC-FORNEC
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM TESTAATRASO UNTIL FIMLISTA = "S"
           IF QTATRASFORN > ZEROS
               PERFORM FECHAFORNECEDOR
           END-IF
           MOVE "00" TO ERRO

           MOVE ALL "-" TO LINHAREL(1:73)
           PERFORM GRAVAREL
           MOVE VRATRASTOTAL TO LD-TOTAL
           STRING "PEDIDOS ATRASADOS: " QTATRASADOS
               "   VALOR EM ABERTO: " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE "DIV = ITEM RECEBIDO COM PRECO DIFERENTE DO COMBINADO"
               TO LINHAREL
           PERFORM GRAVAREL
           CLOSE ARQREL

           DISPLAY " "
           DISPLAY "PEDIDOS ATRASADOS: " QTATRASADOS
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO MENU-PRINCIPAL.

      *Le o proximo pedido na ordem de fornecedor e relata se estiver
      *com entrega vencida, abrindo o grupo do fornecedor
       TESTAATRASO.

           READ CADPCOM NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF (PC-SITUACAO = "E" OR PC-SITUACAO = "P")
                   AND PC-PREVISAO < DATAHOJE
                   IF QTATRASFORN > ZEROS
                       AND PC-FORNEC NOT = FORNANT
                       PERFORM FECHAFORNECEDOR
                   END-IF
                   IF QTATRASFORN = ZEROS
                       MOVE PC-FORNEC TO FORNPEDIDO
                       PERFORM BUSCAFORNECEDOR
                       IF ERROFOR NOT = "00"
                           MOVE SPACES TO FORN-NOME
                       END-IF
                       MOVE "00" TO ERROFOR
                       STRING "FORNECEDOR " PC-FORNEC " - " FORN-NOME
                           DELIMITED BY SIZE INTO LINHAREL
                       PERFORM GRAVAREL
                   END-IF
                   MOVE PC-FORNEC TO FORNANT
                   PERFORM RELATAATRASO
               END-IF
           END-IF.

      *Imprime a linha do pedido atrasado com o saldo em aberto
       RELATAATRASO.

           MOVE PC-NUMERO TO PEDIDOPEDIDO
           MOVE ZEROS TO VRABERTO QTLINHASABERTAS
           MOVE "N" TO TEMDIVERGENCIA
           MOVE "N" TO FIMITENS
           MOVE PC-NUMERO TO PCI-NUMERO
           MOVE ZEROS TO PCI-SEQ
           START CADPCIT KEY IS NOT LESS THAN PCI-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMITENS
           END-START
           PERFORM SOMAABERTO UNTIL FIMITENS = "S"
           MOVE "00" TO ERROIT

           COMPUTE DIASATRASO = FUNCTION INTEGER-OF-DATE (DATAHOJE)
               - FUNCTION INTEGER-OF-DATE (PC-PREVISAO)
           MOVE PC-NUMERO TO LINHAREL(1:6)
           MOVE PC-FILIAL TO LINHAREL(8:2)
           MOVE PC-DATAENVIO TO LINHAREL(12:8)
           MOVE PC-PREVISAO TO LINHAREL(21:8)
           MOVE DIASATRASO TO LINHAREL(30:5)
           MOVE QTLINHASABERTAS TO LINHAREL(37:3)
           MOVE VRABERTO TO LD-TOTAL
           MOVE LD-TOTAL TO LINHAREL(47:12)
           IF TEMDIVERGENCIA = "S"
               MOVE "DIV" TO LINHAREL(59:3)
           END-IF
           PERFORM GRAVAREL

           ADD 1 TO QTATRASADOS
           ADD 1 TO QTATRASFORN
           ADD VRABERTO TO VRATRASFORN
           ADD VRABERTO TO VRATRASTOTAL.

      *Le o proximo item e soma o saldo em aberto ao custo combinado
       SOMAABERTO.

           READ CADPCIT NEXT RECORD
               AT END
                   MOVE "S" TO FIMITENS
           END-READ

           IF FIMITENS NOT = "S"
               IF PCI-NUMERO NOT = PEDIDOPEDIDO
                   MOVE "S" TO FIMITENS
               ELSE
                   IF PCI-SITUACAO = "A"
                       ADD 1 TO QTLINHASABERTAS
                       COMPUTE QTABERTA = PCI-QTDPED - PCI-QTDREC
                       COMPUTE VRABERTO = VRABERTO
                           + QTABERTA * PCI-CUSTO
                   END-IF
                   IF PCI-DIVERGE = "S"
                       MOVE "S" TO TEMDIVERGENCIA
                   END-IF
               END-IF
           END-IF.

      *Imprime o subtotal do fornecedor anterior
       FECHAFORNECEDOR.

           MOVE VRATRASFORN TO LD-TOTAL
           STRING "  TOTAL DO FORNECEDOR " FORNANT ": " QTATRASFORN
               " PEDIDOS  " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE SPACES TO LINHAREL
           PERFORM GRAVAREL
           MOVE ZEROS TO QTATRASFORN VRATRASFORN.

      *Le o fornecedor FORNPEDIDO em CADFORN (ERROFOR "00" = achou)
       BUSCAFORNECEDOR.

           MOVE "00" TO ERROFOR
           OPEN INPUT CADFORN
           IF ERROFOR = "00"
               MOVE FORNPEDIDO TO FORN-CODIGO
               READ CADFORN
               IF ERROFOR = "00"
                   CLOSE CADFORN
               ELSE
                   CLOSE CADFORN
                   MOVE "23" TO ERROFOR
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
      *    nao parar as compras
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

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
           MOVE "P172PCP" TO LOG-PROGRAMA
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

      *Fecha os arquivos antes de encerrar
       SAIR.

           CLOSE CADPCOM
           CLOSE CADPCIT.

      *Fecha o programa
       FIM.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "PCP" TO NOMERELATORIO(1:3)
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
           MOVE "P172PCP" TO SPO-PROGRAMA
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
           STRING "P172PCP  " TITULOREL "  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172PCP.
