      * Mod: 02/09/2026 - o caixa passa a mostrar a composicao da
      *      forma de pagamento da venda (CADFPAG, gravada por
      *      P172904) antes de listar as parcelas.
      * Mod: 15/10/2026 - parcelas e composicao do pagamento passam a
      *      ser localizadas pelo numero do contrato da venda (chave
      *      de CADVEIC, CADPARC e CADFPAG); sem o numero, o caixa
      *      informa marca, modelo e CPF e escolhe o contrato na lista
      *      das vendas desse comprador. A trava "PARC:" e o recibo
      *      passam a levar o contrato.
      * Mod: 15/10/2026 - a baixa e recusada quando a data do
      *      pagamento cai em competencia ja fechada (P172CMP),
      *      conferida pelo P172PER.
      * Mod: 15/10/2026 - ao sair depois de quitar parcela, chama o
      *      P172NGB para excluir o comprador do bureau de credito
      *      (ou cancelar a notificacao do P172NEG) se ele nao tiver
      *      mais parcela vencida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172PAG.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPAG-CHAVE
               FILE STATUS IS ERROFPG.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

           FD CTRLNUM
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADFPAG.DAT".
           01 REGFPAG.
               02 FPAG-CHAVE.
                   03 FPAG-CONTRATO PIC 9(8) VALUE ZEROS.
                   03 FPAG-SEQ PIC 9(2) VALUE ZEROS.
               02 FPAG-VEICULO.
                   03 FPAG-MARCA PIC 9(3) VALUE ZEROS.
                   03 FPAG-MODELO PIC 9(3) VALUE ZEROS.
                   03 FPAG-CPF PIC 9(11) VALUE ZEROS.
               02 FPAG-FORMA PIC X(1) VALUE "D".
               02 FPAG-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 FPAG-VEZES PIC 9(2) VALUE ZEROS.

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

       WORKING-STORAGE SECTION.

           01 ERRO PIC X(2) VALUE "00".
           01 NUMRECIBO PIC 9(8) VALUE ZEROS.
           01 NUMPEDIDO PIC 9(3) VALUE ZEROS.
           01 NOMECOMPRADOR PIC X(20) VALUE SPACES.
           01 CONTRATOBUSCA PIC 9(8) VALUE ZEROS.
           01 FIMVEIC PIC X(1) VALUE "N".
           01 QTVENDAS PIC 9(3) VALUE ZEROS.
           01 LD-CONTRATO PIC Z(7)9 VALUE ZEROS.

           01 CHAVEBUSCA.
               02 BUSCA-MARCA PIC 9(3) VALUE ZEROS.
           01 LD-RECEBIDO PIC Z(8),99 VALUE ZEROS.
           01 LD-SALDO PIC Z(8),99 VALUE ZEROS.
           01 LD-RECIBO PIC Z(7)9 VALUE ZEROS.
           01 REGPERIODO.
               02 PER-DATA PIC 9(8) VALUE ZEROS.
               02 PER-FECHADA PIC 9(6) VALUE ZEROS.
               02 PER-RESULTADO PIC X(1) VALUE "S".
               02 PER-MENSAGEM PIC X(40) VALUE SPACES.
           01 REGNEGBX.
               02 NGB-CPF PIC 9(11) VALUE ZEROS.
               02 NGB-MOTIVO PIC X(1) VALUE "P".
               02 NGB-RESULTADO PIC X(1) VALUE "N".
               02 NGB-MENSAGEM PIC X(40) VALUE SPACES.
           01 HOUVEQUITACAO PIC X(1) VALUE "N".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Pede o contrato da venda (chave de CADPARC) e abre os arquivos
       INICIO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE
           DISPLAY " "
           DISPLAY "BAIXA DE PARCELAS - CAIXA"
           DISPLAY "========================="
           DISPLAY "NUMERO DO CONTRATO (0 = PROCURAR PELO VEICULO): "
           ACCEPT CONTRATOBUSCA

           OPEN INPUT CADVEIC
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEIC"
               GO TO FIM
           END-IF

           IF CONTRATOBUSCA = ZEROS
               PERFORM PROCURACONTRATO
           END-IF

           MOVE CONTRATOBUSCA TO VEIC-CONTRATO
           READ CADVEIC
               INVALID KEY
                   DISPLAY "CONTRATO NAO ENCONTRADO"
                   CLOSE CADVEIC
                   GO TO FIM
           END-READ
           MOVE VEICULO TO CHAVEBUSCA
           CLOSE CADVEIC

           OPEN I-O CADPARC
           IF ERRO NOT = "00"

           GO TO ESCOLHEPARCELA.

      *Sem o numero do contrato, lista as vendas do veiculo informado
      *(chave alternativa VEICULO de CADVEIC, que admite duplicidade)
      *para o caixa escolher o contrato
       PROCURACONTRATO.

           DISPLAY "DIGITE O CODIGO DA MARCA: "
           ACCEPT BUSCA-MARCA
           DISPLAY "DIGITE O CODIGO DO MODELO: "
           ACCEPT BUSCA-MODELO
           DISPLAY "DIGITE O CPF DO COMPRADOR: "
           ACCEPT BUSCA-CPF

           MOVE ZEROS TO QTVENDAS
           MOVE "N" TO FIMVEIC
           MOVE CHAVEBUSCA TO VEICULO
           START CADVEIC KEY IS NOT LESS THAN VEICULO
               INVALID KEY
                   MOVE "S" TO FIMVEIC
           END-START

           DISPLAY "CONTRATO  CHASSI             DATA VENDA"
           PERFORM MOSTRACONTRATO UNTIL FIMVEIC = "S"

           IF QTVENDAS = ZEROS
               DISPLAY "NENHUMA VENDA PARA ESSE VEICULO"
               CLOSE CADVEIC
               GO TO FIM
           END-IF

           DISPLAY "NUMERO DO CONTRATO: "
           ACCEPT CONTRATOBUSCA
           MOVE "00" TO ERRO.

      *Le a proxima venda pela chave VEICULO e mostra se for do
      *veiculo procurado
       MOSTRACONTRATO.

           READ CADVEIC NEXT RECORD
               AT END
                   MOVE "S" TO FIMVEIC
           END-READ

           IF FIMVEIC NOT = "S"
               IF VEICULO NOT = CHAVEBUSCA
                   MOVE "S" TO FIMVEIC
               ELSE
                   MOVE VEIC-CONTRATO TO LD-CONTRATO
                   DISPLAY LD-CONTRATO "  " CHASSI "  " DATAVENDA
                   ADD 1 TO QTVENDAS
               END-IF
           END-IF.

      *Busca o nome do comprador em CADPROPR para exibir na tela e no
      *recibo
       BUSCACOMPRADOR.
               CONTINUE
           ELSE
               MOVE "N" TO FIMFORMA
               MOVE CONTRATOBUSCA TO FPAG-CONTRATO
               MOVE ZEROS TO FPAG-SEQ
               START CADFPAG KEY IS NOT LESS THAN FPAG-CHAVE
                   INVALID KEY
               CLOSE CADFPAG
           END-IF.

      *Le a proxima linha de composicao e mostra se for do contrato
       MOSTRAUMAFORMA.

           READ CADFPAG NEXT RECORD
           END-READ

           IF FIMFORMA NOT = "S"
               IF FPAG-CONTRATO NOT = CONTRATOBUSCA
                   MOVE "S" TO FIMFORMA
               ELSE
                   MOVE FPAG-VALOR TO LD-VRFORMA
               END-IF
           END-IF.

      *Lista na tela as parcelas em aberto do contrato informado
       LISTAPARCELAS.

           MOVE ZEROS TO QTABERTAS
           MOVE "N" TO FIMLISTA
           MOVE CONTRATOBUSCA TO PARC-CONTRATO
           MOVE ZEROS TO PARC-NUMERO

           START CADPARC KEY IS NOT LESS THAN PARC-CHAVE

           DISPLAY "------------------------------------".

      *Le a proxima parcela do contrato e, se em aberto, mostra na tela
       MOSTRAPARCELA.

           READ CADPARC NEXT RECORD
           END-READ

           IF FIMLISTA NOT = "S"
               IF PARC-CONTRATO = CONTRATOBUSCA
                   IF PARC-PAGO = "N"
                       MOVE PARC-NUMERO TO LD-NUMERO
                       MOVE PARC-VALOR TO LD-VALOR
               GO TO FECHA
           END-IF

           MOVE CONTRATOBUSCA TO PARC-CONTRATO
           MOVE NUMPEDIDO TO PARC-NUMERO

      *    reserva a parcela em CADLOCK antes de ler: dois caixas nao
               MOVE DATAHOJE TO DATAPGTO
           END-IF

           MOVE DATAPGTO TO PER-DATA
           PERFORM CONFEREPERIODO
           IF PER-RESULTADO = "N"
               DISPLAY PER-MENSAGEM
               PERFORM DESBLOQUEIAPARC
               GO TO ESCOLHEPARCELA
           END-IF

           DISPLAY "VALOR RECEBIDO: "
           ACCEPT VALORRECEBIDO


           IF ERRO = "00" OR "02"
               DISPLAY "PARCELA QUITADA"
               MOVE "S" TO HOUVEQUITACAO
               MOVE PARC-CPF TO NGB-CPF
               MOVE "BAIXA" TO LOG-OPERACAO
               MOVE PARC-CHAVE TO LOG-CHAVE
               PERFORM GRAVALOG
           DISPLAY "RECIBO DE PAGAMENTO NR " LD-RECIBO
           DISPLAY "======================================"
           DISPLAY "DATA DO PAGAMENTO: " DATAPGTO
           DISPLAY "CONTRATO: " CONTRATOBUSCA
           DISPLAY "COMPRADOR: " NOMECOMPRADOR
           DISPLAY "CPF: " BUSCA-CPF
           DISPLAY "VEICULO (MARCA/MODELO): " BUSCA-MARCA "/"
           END-IF
           MOVE SPACES TO LOCK-CHAVE
           MOVE "PARC:" TO LOCK-CHAVE(1:5)
           MOVE CONTRATOBUSCA TO LOCK-CHAVE(6:8)
           MOVE NUMPEDIDO TO LOCK-CHAVE(14:3)
           ACCEPT LOCK-OPERADOR FROM ENVIRONMENT "USER"
           MOVE FUNCTION CURRENT-DATE (1:14) TO LOCK-DATAHORA
           WRITE REGLOCK
           IF ERROLOCK = "00"
               MOVE SPACES TO LOCK-CHAVE
               MOVE "PARC:" TO LOCK-CHAVE(1:5)
               MOVE CONTRATOBUSCA TO LOCK-CHAVE(6:8)
               MOVE NUMPEDIDO TO LOCK-CHAVE(14:3)
               DELETE CADLOCK RECORD
                   INVALID KEY
                       CONTINUE
           END-IF
           MOVE "N" TO LOCKOBTIDO.

      *Confere pelo P172PER se a data em PER-DATA esta em competencia
      *ja fechada no fechamento mensal (PER-RESULTADO = "N")
       CONFEREPERIODO.
           CALL "P172PER" USING REGPERIODO.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
      *Fecha o arquivo de parcelas antes de encerrar
       FECHA.

           CLOSE CADPARC

      *    divida quitada: o P172NGB exclui o comprador do bureau de
      *    credito (ou cancela a notificacao previa) se nao restar
      *    parcela vencida em aberto
           IF HOUVEQUITACAO = "S"
               MOVE "P" TO NGB-MOTIVO
               CALL "P172NGB" USING REGNEGBX
               IF NGB-RESULTADO NOT = "N"
                   DISPLAY NGB-MENSAGEM
               END-IF
           END-IF.

      *Fecha o programa
       FIM.
