      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      * Mod: 15/10/2026 - as parcelas passam a ser localizadas pelo
      *      numero do contrato da venda (chave de CADVEIC e CADPARC);
      *      sem o numero, informa-se marca, modelo e CPF e escolhe-se
      *      o contrato na lista das vendas do comprador. O novo plano
      *      fica no mesmo contrato e o log e o termo levam o numero.
      * Mod: 15/10/2026 - renegociacao recusada quando a competencia
      *      do dia ja esta fechada (P172CMP), conferida pelo P172PER.
      * Mod: 15/10/2026 - apos renegociar, chama o P172NGB para excluir
      *      o comprador do bureau de credito (ou cancelar a
      *      notificacao do P172NEG) se nao restar parcela vencida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172REN.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CODIGO
               FILE STATUS IS ERRO.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
           SELECT LOGTRANS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO.
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

           FD CADPARAM
              LABEL  RECORD IS STANDARD
               02 LOG-OPERACAO PIC X(6) VALUE SPACES.
               02 LOG-CHAVE PIC X(20) VALUE SPACES.

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
               02 BUSCA-CPF PIC 9(11) VALUE ZEROS.

           01 NOMECOMPRADOR PIC X(20) VALUE SPACES.
           01 CONTRATOBUSCA PIC 9(8) VALUE ZEROS.
           01 FIMVEIC PIC X(1) VALUE "N".
           01 QTVENDAS PIC 9(3) VALUE ZEROS.
           01 LD-CONTRATO PIC Z(7)9 VALUE ZEROS.
           01 QTVENCIDAS PIC 9(3) VALUE ZEROS.
           01 MAIORNUMERO PIC 9(3) VALUE ZEROS.
           01 SALDOORIGINAL PIC 9(10)V99 VALUE ZEROS.
           01 LD-MULTA PIC Z(8),99 VALUE ZEROS.
           01 LD-JUROS PIC Z(8),99 VALUE ZEROS.
           01 LD-TOTAL PIC Z(10),99 VALUE ZEROS.
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
           01 HOUVERENEGOCIACAO PIC X(1) VALUE "N".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Busca os percentuais de encargo, abre os arquivos e pede o
      *contrato da venda (chave de CADPARC)
       INICIO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE

           MOVE DATAHOJE TO PER-DATA
           PERFORM CONFEREPERIODO
           IF PER-RESULTADO = "N"
               DISPLAY PER-MENSAGEM
               GO TO FIM
           END-IF

           MOVE DATAHOJE TO DATATRAB
           PERFORM CALCULADIAS
           MOVE DIASVENC TO DIASHOJE
           DISPLAY " "
           DISPLAY "RENEGOCIACAO DE PARCELAS VENCIDAS"
           DISPLAY "================================="
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
           DISPLAY "SALDO COM MULTA E JUROS:  " LD-TOTAL
           GO TO PEDEENTRADA.

      *Sem o numero do contrato, lista as vendas do veiculo informado
      *(chave alternativa VEICULO de CADVEIC, que admite duplicidade)
      *para o operador escolher o contrato
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
      *termo de renegociacao
       BUSCACOMPRADOR.
           END-IF
           MOVE "00" TO ERRO.

      *Varre as parcelas do contrato, lista e acumula as vencidas nao
      *pagas com os encargos, e guarda o maior numero de parcela para
      *numerar o novo plano na sequencia
       LEVANTASALDO.
           MOVE ZEROS TO QTVENCIDAS MAIORNUMERO
           MOVE ZEROS TO SALDOORIGINAL SALDOENCARGOS
           MOVE "N" TO FIMLISTA
           MOVE CONTRATOBUSCA TO PARC-CONTRATO
           MOVE ZEROS TO PARC-NUMERO

           START CADPARC KEY IS NOT LESS THAN PARC-CHAVE

           PERFORM AVALIAPARCELA UNTIL FIMLISTA = "S".

      *Le a proxima parcela do contrato; vencida e nao paga entra no
      *saldo da renegociacao
       AVALIAPARCELA.

           END-READ

           IF FIMLISTA NOT = "S"
               IF PARC-CONTRATO NOT = CONTRATOBUSCA
                   MOVE "S" TO FIMLISTA
               ELSE
                   IF PARC-NUMERO > MAIORNUMERO
           COMPUTE VALORULTIMAPARC ROUNDED =
               SALDOPLANO - (VALORPARCELA * (QTNOVAS - 1))

           MOVE CONTRATOBUSCA TO PARC-CONTRATO
           MOVE CHAVEBUSCA TO PARC-VEICULO

      *    a entrada vira a primeira parcela nova, vencendo hoje,
           PERFORM GRAVANOVAPARCELA UNTIL NUMNOVA > QTNOVAS

           MOVE "RENEGO" TO LOG-OPERACAO
           MOVE CONTRATOBUSCA TO LOG-CHAVE
           PERFORM GRAVALOG
           MOVE "S" TO HOUVERENEGOCIACAO
           MOVE PARC-CPF TO NGB-CPF

           PERFORM IMPRIMETERMO
           GO TO FECHA.
      *("R"), tirando-a do aging e do caixa sem apagar o historico
       MARCARENEGOCIADA.

           MOVE CONTRATOBUSCA TO PARC-CONTRATO
           MOVE VEN-NUMERO (IXVEN) TO PARC-NUMERO
           READ CADPARC
               INVALID KEY
           DISPLAY "TERMO DE RENEGOCIACAO DE DIVIDA"
           DISPLAY "======================================"
           DISPLAY "DATA: " DATAHOJE
           DISPLAY "CONTRATO: " CONTRATOBUSCA
           DISPLAY "COMPRADOR: " NOMECOMPRADOR
           DISPLAY "CPF: " BUSCA-CPF
           DISPLAY "VEICULO (MARCA/MODELO): " BUSCA-MARCA "/"
                   FUNCTION INTEGER-OF-DATE (DATATRAB)
           END-IF.

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

      *    divida renegociada: o P172NGB exclui o comprador do bureau de
      *    credito (ou cancela a notificacao previa) se nao restar
      *    parcela vencida em aberto
           IF HOUVERENEGOCIACAO = "S"
               MOVE "R" TO NGB-MOTIVO
               CALL "P172NGB" USING REGNEGBX
               IF NGB-RESULTADO NOT = "N"
                   DISPLAY NGB-MENSAGEM
               END-IF
           END-IF.

      *Fecha o programa
       FIM.
