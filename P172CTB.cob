      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      * Mod: 15/10/2026 - registro de CADAQUI com o custo de
      *      recondicionamento (AQUI-CUSTOREC); a exportacao da
      *      aquisicao continua so com o custo de compra e pula o
      *      registro aberto so pela OS interna, ainda sem compra.
      * Mod: 15/10/2026 - pagamentos do contas a pagar (CADPGTO, do
      *      P172CAP/P172TIT) exportados na data do pagamento:
      *      PAGFORN para fornecedor (veiculo, pecas e avulso) e
      *      PAGCOMI para a folha de comissao; o repasse ao
      *      consignante continua no evento REPCONSG. Os dois
      *      eventos novos entram no de-para existente com as contas
      *      padrao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172CTB.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERROVAR
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
           SELECT CADPARC ASSIGN TO DISK
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONS-CHASSI
               FILE STATUS IS ERROVAR.
           SELECT CADPGTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGT-CHAVE
               FILE STATUS IS ERROVAR.
           SELECT CTBLANC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROLAN.
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
               02 COMI-VRCOM PIC 9(8)V99 VALUE ZEROS.
               02 COMI-VALORVENDA PIC 9(8)V99 VALUE ZEROS.
               02 COMI-FILIAL PIC 9(2) VALUE ZEROS.
               02 COMI-CONTRATO PIC 9(8) VALUE ZEROS.

           FD CADAQUI
              LABEL  RECORD IS STANDARD
               02 AQUI-DATA PIC 9(8) VALUE ZEROS.
               02 AQUI-FORNEC PIC 9(3) VALUE ZEROS.
               02 AQUI-CUSTO PIC 9(8)V99 VALUE ZEROS.
               02 AQUI-CUSTOREC PIC 9(8)V99 VALUE ZEROS.

           FD CADCONS
              LABEL  RECORD IS STANDARD
               02 CONS-VALORDONO PIC 9(8)V99 VALUE ZEROS.
               02 CONS-DATALIQ PIC 9(8) VALUE ZEROS.

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

           FD CTBLANC
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CTBLANC.TXT".
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCTA"
                   GO TO FIM
           ELSE
               PERFORM GARANTEEVENTOSPAG.

      *Mostra um menu de opcoes para o usuario
       MENU-PRINCIPAL.
           CLOSE CADCTA
           DISPLAY "ARQUIVO CADCTA CRIADO COM OS EVENTOS PADRAO".

      *Inclui no de-para os eventos de pagamento do contas a pagar
      *que ainda nao existirem, com as contas padrao
       GARANTEEVENTOSPAG.

           MOVE "PAGFORN" TO CTA-EVENTO
           READ CADCTA
               INVALID KEY
                   MOVE "PAGFORN" TO CTA-EVENTO
                   MOVE "2.1.02" TO CTA-DEBITO
                   MOVE "1.1.02" TO CTA-CREDITO
                   MOVE "PAGAMENTO A FORNECEDOR (CADPGTO)"
                       TO CTA-DESCRICAO
                   WRITE REGCTA
           END-READ
           MOVE "PAGCOMI" TO CTA-EVENTO
           READ CADCTA
               INVALID KEY
                   MOVE "PAGCOMI" TO CTA-EVENTO
                   MOVE "2.1.01" TO CTA-DEBITO
                   MOVE "1.1.02" TO CTA-CREDITO
                   MOVE "PAGAMENTO DE COMISSAO (CADPGTO)"
                       TO CTA-DESCRICAO
                   WRITE REGCTA
           END-READ
           MOVE "00" TO ERRO.

      *Cadastra ou altera o de-para de um evento
       MANTER.

           DISPLAY "EVENTO (VENDA/BAIXAPAR/COMISSAO/AQUISICA/"
               "REPCONSG/PAGFORN/PAGCOMI): "
           ACCEPT CTA-EVENTO
           IF CTA-EVENTO = SPACES
               DISPLAY "DIGITE O EVENTO"
           PERFORM EXPORTACOMISSOES
           PERFORM EXPORTAAQUISICOES
           PERFORM EXPORTAREPASSES
           PERFORM EXPORTAPAGAMENTOS

           CLOSE CTBLANC


           IF FIMLISTA NOT = "S"
               IF AQUI-DATA(1:6) = PERIODOPEDIDO
                   AND AQUI-CUSTO > ZEROS
                   MOVE "AQUISICA" TO EVENTOTRAB
                   MOVE AQUI-CUSTO TO VALORTRAB
                   MOVE AQUI-DATA TO DATATRAB
               END-IF
           END-IF.

      *Exporta os pagamentos do contas a pagar feitos no periodo
      *(PAGFORN/PAGCOMI)
       EXPORTAPAGAMENTOS.

           MOVE "00" TO ERROVAR
           OPEN INPUT CADPGTO
           IF ERROVAR NOT = "00"
               MOVE "00" TO ERROVAR
           ELSE
               MOVE "N" TO FIMLISTA
               PERFORM TESTAPAGAMENTO UNTIL FIMLISTA = "S"
               CLOSE CADPGTO
               MOVE "00" TO ERROVAR
           END-IF.

      *Le o proximo pagamento e exporta se feito no periodo; o
      *repasse de consignacao ja sai no evento REPCONSG
       TESTAPAGAMENTO.

           READ CADPGTO NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF PGT-DATA(1:6) = PERIODOPEDIDO
                   AND PGT-ORIGEM NOT = "CONS"
                   IF PGT-ORIGEM = "COMI"
                       MOVE "PAGCOMI" TO EVENTOTRAB
                   ELSE
                       MOVE "PAGFORN" TO EVENTOTRAB
                   END-IF
                   MOVE PGT-VALOR TO VALORTRAB
                   MOVE PGT-DATA TO DATATRAB
                   MOVE PGT-DOCUMENTO TO HISTORICOTRAB
                   PERFORM GRAVALANCAMENTO
               END-IF
           END-IF.

      *Busca o de-para do evento de trabalho e grava o lancamento
      *debito/credito; evento sem de-para e contado e pulado
       GRAVALANCAMENTO.
