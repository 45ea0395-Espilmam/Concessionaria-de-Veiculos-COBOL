      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Conciliacao bancaria. Importa o extrato do banco
      *    (EXTRATO.TXT) da conta informada (banco, agencia e conta)
      *    para CADEXTR; so os creditos entram na conciliacao, e a
      *    mesma linha importada duas vezes e ignorada. Cada credito
      *    pendente e casado automaticamente, pelo valor e pela data
      *    (credito ate DIASBCO dias depois do recebimento, CADPARAM,
      *    padrao 3), com um recebimento ainda nao conciliado:
      *    sessao de caixa fechada (CADCAIXA, deposito = valor
      *    contado menos o troco inicial), boleto liquidado pelo
      *    P172BOL (CADBOLE) ou repasse de financeira baixado pelo
      *    P172FIN (CADREPAS). O recebimento casado fica marcado em
      *    CADCONC, e nunca casa com dois creditos. O que sobrar e
      *    conciliado a mao (inclusive como outros, com historico),
      *    e uma conciliacao errada pode ser desfeita. O relatorio
      *    do mes (spool, P172SPO) lista os creditos sem explicacao
      *    da conta e os recebimentos gravados no sistema que nunca
      *    chegaram ao banco.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172BCO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEXTR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXT-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADCONC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONC-CHAVE
               FILE STATUS IS ERROCON.
           SELECT EXTRATO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROLEX.
           SELECT CADCAIXA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-NUMERO
               FILE STATUS IS ERROCX.
           SELECT CADBOLE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOLE-CHAVE
               FILE STATUS IS ERROBOL.
           SELECT CADREPAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REPAS-CHASSI
               FILE STATUS IS ERROREP.
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

           FD CADEXTR
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADEXTR.DAT".
           01 REGEXTR.
               02 EXT-CHAVE.
                   03 EXT-BANCO PIC 9(3) VALUE ZEROS.
                   03 EXT-AGENCIA PIC 9(4) VALUE ZEROS.
                   03 EXT-CONTA PIC 9(10) VALUE ZEROS.
                   03 EXT-DATA PIC 9(8) VALUE ZEROS.
                   03 EXT-SEQ PIC 9(5) VALUE ZEROS.
               02 EXT-VALOR PIC 9(10)V99 VALUE ZEROS.
               02 EXT-DOCUMENTO PIC X(20) VALUE SPACES.
               02 EXT-HISTORICO PIC X(30) VALUE SPACES.
               02 EXT-SITUACAO PIC X(1) VALUE "P".
               02 EXT-ORIGEM PIC X(4) VALUE SPACES.
               02 EXT-REFER PIC X(20) VALUE SPACES.
               02 EXT-DATACONC PIC 9(8) VALUE ZEROS.

           FD CADCONC
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADCONC.DAT".
           01 REGCONC.
               02 CONC-CHAVE.
                   03 CONC-ORIGEM PIC X(4) VALUE SPACES.
                   03 CONC-REFER PIC X(20) VALUE SPACES.
               02 CONC-EXTRATO PIC X(30) VALUE SPACES.
               02 CONC-TIPO PIC X(1) VALUE "A".
               02 CONC-DATA PIC 9(8) VALUE ZEROS.

           FD EXTRATO
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "EXTRATO.TXT".
           01 REGLEX.
               02 LEX-BANCO PIC 9(3) VALUE ZEROS.
               02 LEX-AGENCIA PIC 9(4) VALUE ZEROS.
               02 LEX-CONTA PIC 9(10) VALUE ZEROS.
               02 LEX-DATA PIC 9(8) VALUE ZEROS.
               02 LEX-TIPO PIC X(1) VALUE "C".
               02 LEX-VALOR PIC 9(10)V99 VALUE ZEROS.
               02 LEX-DOCUMENTO PIC X(20) VALUE SPACES.
               02 LEX-HISTORICO PIC X(30) VALUE SPACES.

           FD CADCAIXA
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADCAIXA.DAT".
           01 REGCAIXA.
               02 CX-NUMERO PIC 9(6) VALUE ZEROS.
               02 CX-OPERADOR PIC X(20) VALUE SPACES.
               02 CX-DATAABERT PIC 9(8) VALUE ZEROS.
               02 CX-VALORINICIAL PIC 9(8)V99 VALUE ZEROS.
               02 CX-SITUACAO PIC X(1) VALUE "A".
               02 CX-DATAFECH PIC 9(8) VALUE ZEROS.
               02 CX-TOTRECEBIDO PIC 9(10)V99 VALUE ZEROS.
               02 CX-VALORCONTADO PIC 9(10)V99 VALUE ZEROS.
               02 CX-DIFERENCA PIC S9(10)V99 VALUE ZEROS.

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
               02 BOLE-VRLIQ PIC 9(8)V99 VALUE ZEROS.

           FD CADREPAS
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADREPAS.DAT".
           01 REGREPAS.
               02 REPAS-CHASSI PIC X(17) VALUE SPACES.
               02 REPAS-FINANCEIRA PIC 9(3) VALUE ZEROS.
               02 REPAS-VALOR PIC 9(10)V99 VALUE ZEROS.
               02 REPAS-DATAVENDA PIC 9(8) VALUE ZEROS.
               02 REPAS-DATAPREV PIC 9(8) VALUE ZEROS.
               02 REPAS-SITUACAO PIC X(1) VALUE "P".
               02 REPAS-DATABAIXA PIC 9(8) VALUE ZEROS.

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
           01 ERROCON PIC X(2) VALUE "00".
           01 ERROLEX PIC X(2) VALUE "00".
           01 ERROCX PIC X(2) VALUE "00".
           01 ERROBOL PIC X(2) VALUE "00".
           01 ERROREP PIC X(2) VALUE "00".
           01 ERROPAR PIC X(2) VALUE "00".
           01 OPC PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 FIMBUSCA PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 PARAMPADRAO PIC 9(5)V99 VALUE ZEROS.
           01 DIASBCO PIC 9(3) VALUE ZEROS.
           01 CONTAPEDIDA.
               02 CTA-BANCO PIC 9(3) VALUE ZEROS.
               02 CTA-AGENCIA PIC 9(4) VALUE ZEROS.
               02 CTA-CONTA PIC 9(10) VALUE ZEROS.
           01 CONTAREG PIC X(17) VALUE SPACES.
           01 TEMCAIXA PIC X(1) VALUE "N".
           01 TEMBOLETO PIC X(1) VALUE "N".
           01 TEMREPASSE PIC X(1) VALUE "N".
           01 ACHOURECEB PIC X(1) VALUE "N".
           01 JACONCILIADO PIC X(1) VALUE "N".
           01 ULTIMASEQ PIC 9(5) VALUE ZEROS.
           01 DUPLICADO PIC X(1) VALUE "N".
           01 DATARECEB PIC 9(8) VALUE ZEROS.
           01 VALORRECEB PIC 9(10)V99 VALUE ZEROS.
           01 DIASATE PIC S9(8) VALUE ZEROS.
           01 NAJANELA PIC X(1) VALUE "N".
           01 ORIGEMTRAB PIC X(4) VALUE SPACES.
           01 REFERTRAB PIC X(20) VALUE SPACES.
           01 TIPOCONC PIC X(1) VALUE "A".
           01 DATAPEDIDA PIC 9(8) VALUE ZEROS.
           01 SEQPEDIDA PIC 9(5) VALUE ZEROS.
           01 SESSAOPEDIDA PIC 9(6) VALUE ZEROS.
           01 CONTRATOPEDIDO PIC 9(8) VALUE ZEROS.
           01 PARCELAPEDIDA PIC 9(3) VALUE ZEROS.
           01 CHASSIPEDIDO PIC X(17) VALUE SPACES.
           01 PERIODOPEDIDO PIC 9(6) VALUE ZEROS.

           01 QTNOVOS PIC 9(5) VALUE ZEROS.
           01 QTDUPLIC PIC 9(5) VALUE ZEROS.
           01 QTDEBITOS PIC 9(5) VALUE ZEROS.
           01 QTOUTRACONTA PIC 9(5) VALUE ZEROS.
           01 QTAUTO PIC 9(5) VALUE ZEROS.
           01 QTPENDENTE PIC 9(5) VALUE ZEROS.
           01 QTCONCMANUAL PIC 9(5) VALUE ZEROS.
           01 QTOUTROS PIC 9(5) VALUE ZEROS.
           01 QTNAODEPOS PIC 9(5) VALUE ZEROS.
           01 VRPENDENTE PIC 9(12)V99 VALUE ZEROS.
           01 VRNAODEPOS PIC 9(12)V99 VALUE ZEROS.

           01 LD-VALOR PIC Z(9),99 VALUE ZEROS.
           01 LD-TOTAL PIC Z(11),99 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Cria os arquivos do extrato e das conciliacoes na primeira
      *execucao
       ARQUIVO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE

           OPEN I-O CADEXTR
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADEXTR
                   CLOSE CADEXTR
                   DISPLAY "ARQUIVO CADEXTR SENDO CRIADO"
                   GO TO ARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEXTR"
                   GO TO FIM
           ELSE
               CONTINUE.

       ARQUIVO-CONC.

           OPEN I-O CADCONC
           IF ERROCON NOT = "00"
               IF ERROCON = "30" OR ERROCON = "35"
                   OPEN OUTPUT CADCONC
                   CLOSE CADCONC
                   DISPLAY "ARQUIVO CADCONC SENDO CRIADO"
                   GO TO ARQUIVO-CONC
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONC"
                   CLOSE CADEXTR
                   GO TO FIM
           ELSE
               CONTINUE.

           MOVE "DIASBCO" TO PARAM-CODIGO
           MOVE 3 TO PARAMPADRAO
           PERFORM BUSCAPARAM
           MOVE PARAMPADRAO TO DIASBCO.

      *Mostra um menu de opcoes para o usuario
       MENU-PRINCIPAL.

           DISPLAY " "
           DISPLAY "CONCILIACAO BANCARIA"
           DISPLAY "1 - IMPORTAR EXTRATO (EXTRATO.TXT)"
           DISPLAY "2 - CONCILIACAO AUTOMATICA DOS PENDENTES"
           DISPLAY "3 - CONCILIACAO MANUAL"
           DISPLAY "4 - RELATORIO DE CONCILIACAO DO MES"
           DISPLAY "5 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
                   GO TO IMPORTAR
               ELSE IF OPC = "2"
                   GO TO AUTOMATICA
               ELSE IF OPC = "3"
                   GO TO CONCMANUAL
               ELSE IF OPC = "4"
                   GO TO RELATORIO
               ELSE IF OPC = "5"
                   GO TO SAIR
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Pede a conta corrente (banco, agencia e conta) a conciliar
       PEDECONTA.

           MOVE ZEROS TO CONTAPEDIDA
           DISPLAY "BANCO (0 = VOLTAR): "
           ACCEPT CTA-BANCO
           IF CTA-BANCO NOT = ZEROS
               DISPLAY "AGENCIA: "
               ACCEPT CTA-AGENCIA
               DISPLAY "CONTA: "
               ACCEPT CTA-CONTA
           END-IF.

      *Importa o extrato da conta informada e ja concilia o que der
       IMPORTAR.

           PERFORM PEDECONTA
           IF CTA-BANCO = ZEROS
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "00" TO ERROLEX
           OPEN INPUT EXTRATO
           IF ERROLEX NOT = "00"
               DISPLAY "EXTRATO.TXT NAO ENCONTRADO"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE ZEROS TO QTNOVOS QTDUPLIC QTDEBITOS QTOUTRACONTA
           MOVE "N" TO FIMLISTA
           PERFORM GRAVALINHAEXTRATO UNTIL FIMLISTA = "S"
           CLOSE EXTRATO

           DISPLAY "CREDITOS IMPORTADOS:        " QTNOVOS
           DISPLAY "JA IMPORTADOS ANTES:        " QTDUPLIC
           DISPLAY "DEBITOS (FORA DA CONCILIACAO): " QTDEBITOS
           DISPLAY "LINHAS DE OUTRA CONTA:      " QTOUTRACONTA

           MOVE "IMPEXT" TO LOG-OPERACAO
           MOVE CONTAPEDIDA TO LOG-CHAVE
           PERFORM GRAVALOG

           PERFORM CONCILIACONTA
           GO TO MENU-PRINCIPAL.

      *Le a proxima linha do extrato e grava o credito da conta,
      *ignorando a linha ja importada (mesma data, valor e documento)
       GRAVALINHAEXTRATO.

           READ EXTRATO
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF LEX-BANCO NOT = CTA-BANCO
                   OR LEX-AGENCIA NOT = CTA-AGENCIA
                   OR LEX-CONTA NOT = CTA-CONTA
                   ADD 1 TO QTOUTRACONTA
               ELSE
                   IF LEX-TIPO NOT = "C"
                       ADD 1 TO QTDEBITOS
                   ELSE
                       PERFORM PROCURADUPLICADO
                       IF DUPLICADO = "S"
                           ADD 1 TO QTDUPLIC
                       ELSE
                           MOVE LEX-BANCO TO EXT-BANCO
                           MOVE LEX-AGENCIA TO EXT-AGENCIA
                           MOVE LEX-CONTA TO EXT-CONTA
                           MOVE LEX-DATA TO EXT-DATA
                           COMPUTE EXT-SEQ = ULTIMASEQ + 1
                           MOVE LEX-VALOR TO EXT-VALOR
                           MOVE LEX-DOCUMENTO TO EXT-DOCUMENTO
                           MOVE LEX-HISTORICO TO EXT-HISTORICO
                           MOVE "P" TO EXT-SITUACAO
                           MOVE SPACES TO EXT-ORIGEM EXT-REFER
                           MOVE ZEROS TO EXT-DATACONC
                           WRITE REGEXTR
                           IF ERRO = "00" OR "02"
                               ADD 1 TO QTNOVOS
                           ELSE
                               DISPLAY "ERRO NA GRAVACAO DO CREDITO "
                                   LEX-DATA " " LEX-DOCUMENTO
                           END-IF
                           MOVE "00" TO ERRO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Percorre os creditos ja gravados da conta no mesmo dia,
      *guardando a ultima sequencia e se a linha ja esta la
       PROCURADUPLICADO.

           MOVE "N" TO DUPLICADO
           MOVE ZEROS TO ULTIMASEQ
           MOVE LEX-BANCO TO EXT-BANCO
           MOVE LEX-AGENCIA TO EXT-AGENCIA
           MOVE LEX-CONTA TO EXT-CONTA
           MOVE LEX-DATA TO EXT-DATA
           MOVE ZEROS TO EXT-SEQ
           MOVE "N" TO FIMBUSCA
           START CADEXTR KEY IS NOT LESS THAN EXT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMBUSCA
           END-START
           PERFORM TESTADUPLICADO UNTIL FIMBUSCA = "S"
           MOVE "00" TO ERRO.

      *Le o proximo credito do dia e compara com a linha do extrato
       TESTADUPLICADO.

           READ CADEXTR NEXT RECORD
               AT END
                   MOVE "S" TO FIMBUSCA
           END-READ

           IF FIMBUSCA NOT = "S"
               IF EXT-BANCO NOT = LEX-BANCO
                   OR EXT-AGENCIA NOT = LEX-AGENCIA
                   OR EXT-CONTA NOT = LEX-CONTA
                   OR EXT-DATA NOT = LEX-DATA
                   MOVE "S" TO FIMBUSCA
               ELSE
                   MOVE EXT-SEQ TO ULTIMASEQ
                   IF EXT-VALOR = LEX-VALOR
                       AND EXT-DOCUMENTO = LEX-DOCUMENTO
                       MOVE "S" TO DUPLICADO
                   END-IF
               END-IF
           END-IF.

      *Reprocessa a conciliacao automatica dos creditos pendentes
       AUTOMATICA.

           PERFORM PEDECONTA
           IF CTA-BANCO = ZEROS
               GO TO MENU-PRINCIPAL
           END-IF
           PERFORM CONCILIACONTA
           GO TO MENU-PRINCIPAL.

      *Casa cada credito pendente da conta com um recebimento livre
      *de mesmo valor dentro da janela de dias
       CONCILIACONTA.

           PERFORM ABREORIGENS
           MOVE ZEROS TO QTAUTO QTPENDENTE
           MOVE CTA-BANCO TO EXT-BANCO
           MOVE CTA-AGENCIA TO EXT-AGENCIA
           MOVE CTA-CONTA TO EXT-CONTA
           MOVE ZEROS TO EXT-DATA EXT-SEQ
           MOVE "N" TO FIMLISTA
           START CADEXTR KEY IS NOT LESS THAN EXT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM CONCILIACREDITO UNTIL FIMLISTA = "S"
           MOVE "00" TO ERRO
           PERFORM FECHAORIGENS

           DISPLAY "CONCILIADOS AUTOMATICAMENTE: " QTAUTO
           DISPLAY "CREDITOS AINDA PENDENTES:    " QTPENDENTE
           IF QTAUTO > ZEROS
               MOVE "CONCAU" TO LOG-OPERACAO
               MOVE CONTAPEDIDA TO LOG-CHAVE
               PERFORM GRAVALOG
           END-IF.

      *Le o proximo credito da conta e procura o recebimento dele
      *no caixa, nos boletos e nos repasses, nessa ordem
       CONCILIACREDITO.

           READ CADEXTR NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF EXT-BANCO NOT = CTA-BANCO
                   OR EXT-AGENCIA NOT = CTA-AGENCIA
                   OR EXT-CONTA NOT = CTA-CONTA
                   MOVE "S" TO FIMLISTA
               ELSE
                   IF EXT-SITUACAO = "P"
                       MOVE "N" TO ACHOURECEB
                       IF TEMCAIXA = "S"
                           PERFORM PROCURACAIXA
                       END-IF
                       IF ACHOURECEB = "N" AND TEMBOLETO = "S"
                           PERFORM PROCURABOLETO
                       END-IF
                       IF ACHOURECEB = "N" AND TEMREPASSE = "S"
                           PERFORM PROCURAREPASSE
                       END-IF
                       IF ACHOURECEB = "S"
                           MOVE "A" TO TIPOCONC
                           PERFORM MARCACONCILIADO
                           ADD 1 TO QTAUTO
                       ELSE
                           ADD 1 TO QTPENDENTE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Abre os arquivos de recebimentos que existirem
       ABREORIGENS.

           MOVE "N" TO TEMCAIXA TEMBOLETO TEMREPASSE
           MOVE "00" TO ERROCX ERROBOL ERROREP
           OPEN INPUT CADCAIXA
           IF ERROCX = "00"
               MOVE "S" TO TEMCAIXA
           END-IF
           OPEN INPUT CADBOLE
           IF ERROBOL = "00"
               MOVE "S" TO TEMBOLETO
           END-IF
           OPEN INPUT CADREPAS
           IF ERROREP = "00"
               MOVE "S" TO TEMREPASSE
           END-IF
           MOVE "00" TO ERROCX ERROBOL ERROREP.

      *Fecha os arquivos de recebimentos abertos
       FECHAORIGENS.

           IF TEMCAIXA = "S"
               CLOSE CADCAIXA
           END-IF
           IF TEMBOLETO = "S"
               CLOSE CADBOLE
           END-IF
           IF TEMREPASSE = "S"
               CLOSE CADREPAS
           END-IF
           MOVE "00" TO ERROCX ERROBOL ERROREP.

      *Procura sessao de caixa fechada, livre, com deposito igual ao
      *credito e fechada dentro da janela
       PROCURACAIXA.

           MOVE ZEROS TO CX-NUMERO
           MOVE "N" TO FIMBUSCA
           START CADCAIXA KEY IS NOT LESS THAN CX-NUMERO
               INVALID KEY
                   MOVE "S" TO FIMBUSCA
           END-START
           PERFORM TESTACAIXA UNTIL FIMBUSCA = "S"
           MOVE "00" TO ERROCX.

      *Le a proxima sessao de caixa e confere com o credito
       TESTACAIXA.

           READ CADCAIXA NEXT RECORD
               AT END
                   MOVE "S" TO FIMBUSCA
           END-READ

           IF FIMBUSCA NOT = "S" AND CX-SITUACAO = "F"
               COMPUTE VALORRECEB = CX-VALORCONTADO - CX-VALORINICIAL
               MOVE CX-DATAFECH TO DATARECEB
               IF VALORRECEB = EXT-VALOR
                   PERFORM TESTAJANELA
                   IF NAJANELA = "S"
                       MOVE "CAIX" TO ORIGEMTRAB
                       MOVE CX-NUMERO TO REFERTRAB
                       PERFORM TESTALIVRE
                       IF JACONCILIADO = "N"
                           MOVE "S" TO ACHOURECEB
                           MOVE "S" TO FIMBUSCA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Procura boleto liquidado, livre, com valor igual ao credito
      *e liquidado dentro da janela
       PROCURABOLETO.

           MOVE ZEROS TO BOLE-CONTRATO BOLE-NUMERO
           MOVE "N" TO FIMBUSCA
           START CADBOLE KEY IS NOT LESS THAN BOLE-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMBUSCA
           END-START
           PERFORM TESTABOLETO UNTIL FIMBUSCA = "S"
           MOVE "00" TO ERROBOL.

      *Le o proximo boleto e confere com o credito
       TESTABOLETO.

           READ CADBOLE NEXT RECORD
               AT END
                   MOVE "S" TO FIMBUSCA
           END-READ

           IF FIMBUSCA NOT = "S" AND BOLE-SITUACAO = "L"
               AND BOLE-VRLIQ = EXT-VALOR
               MOVE BOLE-DATALIQ TO DATARECEB
               PERFORM TESTAJANELA
               IF NAJANELA = "S"
                   MOVE "BOLE" TO ORIGEMTRAB
                   MOVE BOLE-CHAVE TO REFERTRAB
                   PERFORM TESTALIVRE
                   IF JACONCILIADO = "N"
                       MOVE "S" TO ACHOURECEB
                       MOVE "S" TO FIMBUSCA
                   END-IF
               END-IF
           END-IF.

      *Procura repasse de financeira baixado, livre, com valor igual
      *ao credito e baixado dentro da janela
       PROCURAREPASSE.

           MOVE LOW-VALUES TO REPAS-CHASSI
           MOVE "N" TO FIMBUSCA
           START CADREPAS KEY IS NOT LESS THAN REPAS-CHASSI
               INVALID KEY
                   MOVE "S" TO FIMBUSCA
           END-START
           PERFORM TESTAREPASSE UNTIL FIMBUSCA = "S"
           MOVE "00" TO ERROREP.

      *Le o proximo repasse e confere com o credito
       TESTAREPASSE.

           READ CADREPAS NEXT RECORD
               AT END
                   MOVE "S" TO FIMBUSCA
           END-READ

           IF FIMBUSCA NOT = "S" AND REPAS-SITUACAO = "B"
               AND REPAS-VALOR = EXT-VALOR
               MOVE REPAS-DATABAIXA TO DATARECEB
               PERFORM TESTAJANELA
               IF NAJANELA = "S"
                   MOVE "REPA" TO ORIGEMTRAB
                   MOVE REPAS-CHASSI TO REFERTRAB
                   PERFORM TESTALIVRE
                   IF JACONCILIADO = "N"
                       MOVE "S" TO ACHOURECEB
                       MOVE "S" TO FIMBUSCA
                   END-IF
               END-IF
           END-IF.

      *Confere se o credito caiu entre o dia do recebimento e
      *DIASBCO dias depois
       TESTAJANELA.

           MOVE "N" TO NAJANELA
           IF DATARECEB NOT = ZEROS
               COMPUTE DIASATE = FUNCTION INTEGER-OF-DATE (EXT-DATA)
                   - FUNCTION INTEGER-OF-DATE (DATARECEB)
               IF DIASATE NOT < ZEROS AND DIASATE NOT > DIASBCO
                   MOVE "S" TO NAJANELA
               END-IF
           END-IF.

      *Confere em CADCONC se o recebimento ja esta conciliado
       TESTALIVRE.

           MOVE ORIGEMTRAB TO CONC-ORIGEM
           MOVE REFERTRAB TO CONC-REFER
           READ CADCONC
               INVALID KEY
                   MOVE "N" TO JACONCILIADO
               NOT INVALID KEY
                   MOVE "S" TO JACONCILIADO
           END-READ
           MOVE "00" TO ERROCON.

      *Amarra o credito corrente ao recebimento ORIGEMTRAB/REFERTRAB
       MARCACONCILIADO.

           MOVE ORIGEMTRAB TO CONC-ORIGEM
           MOVE REFERTRAB TO CONC-REFER
           MOVE EXT-CHAVE TO CONC-EXTRATO
           MOVE TIPOCONC TO CONC-TIPO
           MOVE DATAHOJE TO CONC-DATA
           IF ORIGEMTRAB NOT = "OUTR"
               WRITE REGCONC
           END-IF
           MOVE "00" TO ERROCON

           MOVE TIPOCONC TO EXT-SITUACAO
           MOVE ORIGEMTRAB TO EXT-ORIGEM
           MOVE REFERTRAB TO EXT-REFER
           MOVE DATAHOJE TO EXT-DATACONC
           REWRITE REGEXTR
           MOVE "00" TO ERRO.

      *Conciliacao manual: lista os creditos pendentes da conta e
      *amarra o escolhido a um recebimento, a outros (com historico)
      *ou desfaz uma conciliacao ja feita
       CONCMANUAL.

           PERFORM PEDECONTA
           IF CTA-BANCO = ZEROS
               GO TO MENU-PRINCIPAL
           END-IF.

       MANUAL-LISTA.

           DISPLAY "CREDITOS PENDENTES DA CONTA"
           DISPLAY "DATA     SEQ         VALOR DOCUMENTO"
           MOVE ZEROS TO QTPENDENTE
           MOVE CTA-BANCO TO EXT-BANCO
           MOVE CTA-AGENCIA TO EXT-AGENCIA
           MOVE CTA-CONTA TO EXT-CONTA
           MOVE ZEROS TO EXT-DATA EXT-SEQ
           MOVE "N" TO FIMLISTA
           START CADEXTR KEY IS NOT LESS THAN EXT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM MOSTRAPENDENTE UNTIL FIMLISTA = "S"
           MOVE "00" TO ERRO
           DISPLAY "PENDENTES: " QTPENDENTE

           DISPLAY "DATA DO CREDITO (0 = VOLTAR): "
           ACCEPT DATAPEDIDA
           IF DATAPEDIDA = ZEROS
               GO TO MENU-PRINCIPAL
           END-IF
           DISPLAY "SEQUENCIA: "
           ACCEPT SEQPEDIDA

           MOVE CTA-BANCO TO EXT-BANCO
           MOVE CTA-AGENCIA TO EXT-AGENCIA
           MOVE CTA-CONTA TO EXT-CONTA
           MOVE DATAPEDIDA TO EXT-DATA
           MOVE SEQPEDIDA TO EXT-SEQ
           READ CADEXTR
           IF ERRO NOT = "00"
               DISPLAY "CREDITO NAO ENCONTRADO"
               MOVE "00" TO ERRO
               GO TO MANUAL-LISTA
           END-IF

           MOVE EXT-VALOR TO LD-VALOR
           DISPLAY "CREDITO " EXT-DATA " " LD-VALOR " " EXT-HISTORICO
           IF EXT-SITUACAO NOT = "P"
               PERFORM DESFAZER THRU DESFAZER-FIM
               GO TO MANUAL-LISTA
           END-IF

           DISPLAY "1 - CAIXA  2 - BOLETO  3 - REPASSE FINANCEIRA"
               "  4 - OUTROS  0 - VOLTAR"
           ACCEPT OPC
           PERFORM ABREORIGENS
           MOVE "N" TO ACHOURECEB

               IF OPC = "1"
                   PERFORM MANUALCAIXA THRU MANUALCAIXA-FIM
               ELSE IF OPC = "2"
                   PERFORM MANUALBOLETO THRU MANUALBOLETO-FIM
               ELSE IF OPC = "3"
                   PERFORM MANUALREPASSE THRU MANUALREPASSE-FIM
               ELSE IF OPC = "4"
                   PERFORM MANUALOUTROS.

           PERFORM FECHAORIGENS
           IF ACHOURECEB = "S"
               DISPLAY "CONFIRMA A CONCILIACAO ? S/N"
               ACCEPT OPC
               IF OPC = "S" OR "s"
                   IF ORIGEMTRAB = "OUTR"
                       MOVE "O" TO TIPOCONC
                   ELSE
                       MOVE "M" TO TIPOCONC
                   END-IF
                   PERFORM MARCACONCILIADO
                   DISPLAY "CREDITO CONCILIADO"
                   MOVE "CONCMN" TO LOG-OPERACAO
                   MOVE EXT-CHAVE(11:20) TO LOG-CHAVE
                   PERFORM GRAVALOG
               END-IF
           END-IF
           GO TO MANUAL-LISTA.

      *Le o proximo credito da conta e mostra se estiver pendente
       MOSTRAPENDENTE.

           READ CADEXTR NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF EXT-BANCO NOT = CTA-BANCO
                   OR EXT-AGENCIA NOT = CTA-AGENCIA
                   OR EXT-CONTA NOT = CTA-CONTA
                   MOVE "S" TO FIMLISTA
               ELSE
                   IF EXT-SITUACAO = "P"
                       MOVE EXT-VALOR TO LD-VALOR
                       DISPLAY EXT-DATA " " EXT-SEQ " " LD-VALOR " "
                           EXT-DOCUMENTO
                       ADD 1 TO QTPENDENTE
                   END-IF
               END-IF
           END-IF.

      *Amarra o credito a uma sessao de caixa fechada
       MANUALCAIXA.

           IF TEMCAIXA = "N"
               DISPLAY "NAO HA SESSOES DE CAIXA"
               GO TO MANUALCAIXA-FIM
           END-IF
           DISPLAY "NUMERO DA SESSAO DE CAIXA: "
           ACCEPT SESSAOPEDIDA
           MOVE SESSAOPEDIDA TO CX-NUMERO
           READ CADCAIXA
           IF ERROCX NOT = "00"
               DISPLAY "SESSAO NAO ENCONTRADA"
               GO TO MANUALCAIXA-FIM
           END-IF
           IF CX-SITUACAO NOT = "F"
               DISPLAY "SESSAO AINDA ABERTA"
               GO TO MANUALCAIXA-FIM
           END-IF
           MOVE "CAIX" TO ORIGEMTRAB
           MOVE CX-NUMERO TO REFERTRAB
           PERFORM TESTALIVRE
           IF JACONCILIADO = "S"
               DISPLAY "SESSAO JA CONCILIADA COM O CREDITO "
                   CONC-EXTRATO(18:13)
               GO TO MANUALCAIXA-FIM
           END-IF
           COMPUTE VALORRECEB = CX-VALORCONTADO - CX-VALORINICIAL
           MOVE VALORRECEB TO LD-VALOR
           DISPLAY "DEPOSITO DA SESSAO: " LD-VALOR " FECHADA EM "
               CX-DATAFECH
           MOVE "S" TO ACHOURECEB.

       MANUALCAIXA-FIM.
           MOVE "00" TO ERROCX.

      *Amarra o credito a um boleto liquidado
       MANUALBOLETO.

           IF TEMBOLETO = "N"
               DISPLAY "NAO HA BOLETOS"
               GO TO MANUALBOLETO-FIM
           END-IF
           DISPLAY "CONTRATO DO BOLETO: "
           ACCEPT CONTRATOPEDIDO
           DISPLAY "NUMERO DA PARCELA: "
           ACCEPT PARCELAPEDIDA
           MOVE CONTRATOPEDIDO TO BOLE-CONTRATO
           MOVE PARCELAPEDIDA TO BOLE-NUMERO
           READ CADBOLE
           IF ERROBOL NOT = "00"
               DISPLAY "BOLETO NAO ENCONTRADO"
               GO TO MANUALBOLETO-FIM
           END-IF
           IF BOLE-SITUACAO NOT = "L"
               DISPLAY "BOLETO AINDA NAO LIQUIDADO"
               GO TO MANUALBOLETO-FIM
           END-IF
           MOVE "BOLE" TO ORIGEMTRAB
           MOVE BOLE-CHAVE TO REFERTRAB
           PERFORM TESTALIVRE
           IF JACONCILIADO = "S"
               DISPLAY "BOLETO JA CONCILIADO COM O CREDITO "
                   CONC-EXTRATO(18:13)
               GO TO MANUALBOLETO-FIM
           END-IF
           MOVE BOLE-VRLIQ TO LD-VALOR
           DISPLAY "BOLETO LIQUIDADO: " LD-VALOR " EM " BOLE-DATALIQ
           MOVE "S" TO ACHOURECEB.

       MANUALBOLETO-FIM.
           MOVE "00" TO ERROBOL.

      *Amarra o credito a um repasse de financeira baixado
       MANUALREPASSE.

           IF TEMREPASSE = "N"
               DISPLAY "NAO HA REPASSES"
               GO TO MANUALREPASSE-FIM
           END-IF
           DISPLAY "CHASSI DO VEICULO FINANCIADO: "
           ACCEPT CHASSIPEDIDO
           MOVE CHASSIPEDIDO TO REPAS-CHASSI
           READ CADREPAS
           IF ERROREP NOT = "00"
               DISPLAY "REPASSE NAO ENCONTRADO"
               GO TO MANUALREPASSE-FIM
           END-IF
           IF REPAS-SITUACAO NOT = "B"
               DISPLAY "REPASSE AINDA NAO BAIXADO NO P172FIN"
               GO TO MANUALREPASSE-FIM
           END-IF
           MOVE "REPA" TO ORIGEMTRAB
           MOVE REPAS-CHASSI TO REFERTRAB
           PERFORM TESTALIVRE
           IF JACONCILIADO = "S"
               DISPLAY "REPASSE JA CONCILIADO COM O CREDITO "
                   CONC-EXTRATO(18:13)
               GO TO MANUALREPASSE-FIM
           END-IF
           MOVE REPAS-VALOR TO LD-VALOR
           DISPLAY "REPASSE DA FINANCEIRA " REPAS-FINANCEIRA ": "
               LD-VALOR " BAIXADO EM " REPAS-DATABAIXA
           MOVE "S" TO ACHOURECEB.

       MANUALREPASSE-FIM.
           MOVE "00" TO ERROREP.

      *Credito explicado fora dos recebimentos do sistema
      *(transferencia entre contas, aplicacao resgatada, etc.)
       MANUALOUTROS.

           DISPLAY "HISTORICO DA EXPLICACAO: "
           MOVE SPACES TO REFERTRAB
           ACCEPT REFERTRAB
           IF REFERTRAB NOT = SPACES
               MOVE "OUTR" TO ORIGEMTRAB
               MOVE "S" TO ACHOURECEB
           END-IF.

      *Desfaz a conciliacao do credito escolhido, liberando o
      *recebimento para outro credito
       DESFAZER.

           DISPLAY "CONCILIADO (" EXT-SITUACAO ") COM " EXT-ORIGEM " "
               EXT-REFER " EM " EXT-DATACONC
           DISPLAY "DESFAZ A CONCILIACAO ? S/N"
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               GO TO DESFAZER-FIM
           END-IF

           IF EXT-ORIGEM NOT = "OUTR"
               MOVE EXT-ORIGEM TO CONC-ORIGEM
               MOVE EXT-REFER TO CONC-REFER
               DELETE CADCONC RECORD
               MOVE "00" TO ERROCON
           END-IF
           MOVE "P" TO EXT-SITUACAO
           MOVE SPACES TO EXT-ORIGEM EXT-REFER
           MOVE ZEROS TO EXT-DATACONC
           REWRITE REGEXTR
           MOVE "00" TO ERRO
           DISPLAY "CONCILIACAO DESFEITA"
           MOVE "DESCON" TO LOG-OPERACAO
           MOVE EXT-CHAVE(11:20) TO LOG-CHAVE
           PERFORM GRAVALOG.

       DESFAZER-FIM.
           EXIT.

      *Relatorio do mes: creditos da conta sem explicacao e
      *recebimentos do sistema (de qualquer conta) que nao chegaram
      *ao banco
       RELATORIO.

           PERFORM PEDECONTA
           IF CTA-BANCO = ZEROS
               GO TO MENU-PRINCIPAL
           END-IF
           DISPLAY "MES (AAAAMM): "
           ACCEPT PERIODOPEDIDO
           IF PERIODOPEDIDO = ZEROS
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE ZEROS TO QTPENDENTE VRPENDENTE QTNAODEPOS VRNAODEPOS
           MOVE ZEROS TO QTAUTO QTCONCMANUAL QTOUTROS
           MOVE "CONCILIACAO BANCARIA" TO TITULOREL
           PERFORM ABRESPOOL
           STRING "CONTA " CTA-BANCO "/" CTA-AGENCIA "/" CTA-CONTA
               "  MES " PERIODOPEDIDO DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           PERFORM GRAVAREL
           MOVE "CREDITOS SEM EXPLICACAO" TO LINHAREL
           PERFORM GRAVAREL
           MOVE "DATA     SEQ           VALOR DOCUMENTO" TO LINHAREL
           MOVE "HISTORICO" TO LINHAREL(61:9)
           PERFORM GRAVAREL
           MOVE ALL "-" TO LINHAREL(1:76)
           PERFORM GRAVAREL

           MOVE CTA-BANCO TO EXT-BANCO
           MOVE CTA-AGENCIA TO EXT-AGENCIA
           MOVE CTA-CONTA TO EXT-CONTA
           MOVE PERIODOPEDIDO TO EXT-DATA(1:6)
           MOVE "01" TO EXT-DATA(7:2)
           MOVE ZEROS TO EXT-SEQ
           MOVE "N" TO FIMLISTA
           START CADEXTR KEY IS NOT LESS THAN EXT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM RELATACREDITO UNTIL FIMLISTA = "S"
           MOVE "00" TO ERRO

           MOVE VRPENDENTE TO LD-TOTAL
           STRING "TOTAL SEM EXPLICACAO: " QTPENDENTE "  " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           STRING "CONCILIADOS NO MES - AUTOMATICO: " QTAUTO
               "  MANUAL: " QTCONCMANUAL "  OUTROS: " QTOUTROS
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           PERFORM GRAVAREL

           MOVE "RECEBIMENTOS SEM CREDITO NO BANCO" TO LINHAREL
           PERFORM GRAVAREL
           MOVE "ORIGEM REFERENCIA           DATA" TO LINHAREL
           MOVE "VALOR" TO LINHAREL(49:5)
           PERFORM GRAVAREL
           MOVE ALL "-" TO LINHAREL(1:76)
           PERFORM GRAVAREL

           PERFORM ABREORIGENS
           IF TEMCAIXA = "S"
               MOVE ZEROS TO CX-NUMERO
               MOVE "N" TO FIMLISTA
               START CADCAIXA KEY IS NOT LESS THAN CX-NUMERO
                   INVALID KEY
                       MOVE "S" TO FIMLISTA
               END-START
               PERFORM RELATACAIXA UNTIL FIMLISTA = "S"
           END-IF
           IF TEMBOLETO = "S"
               MOVE ZEROS TO BOLE-CONTRATO BOLE-NUMERO
               MOVE "N" TO FIMLISTA
               START CADBOLE KEY IS NOT LESS THAN BOLE-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIMLISTA
               END-START
               PERFORM RELATABOLETO UNTIL FIMLISTA = "S"
           END-IF
           IF TEMREPASSE = "S"
               MOVE LOW-VALUES TO REPAS-CHASSI
               MOVE "N" TO FIMLISTA
               START CADREPAS KEY IS NOT LESS THAN REPAS-CHASSI
                   INVALID KEY
                       MOVE "S" TO FIMLISTA
               END-START
               PERFORM RELATAREPASSE UNTIL FIMLISTA = "S"
           END-IF
           PERFORM FECHAORIGENS

           MOVE VRNAODEPOS TO LD-TOTAL
           STRING "TOTAL NAO DEPOSITADO: " QTNAODEPOS "  " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           CLOSE ARQREL

           DISPLAY "CREDITOS SEM EXPLICACAO:  " QTPENDENTE
           DISPLAY "RECEBIMENTOS SEM CREDITO: " QTNAODEPOS
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO MENU-PRINCIPAL.

      *Le o proximo credito da conta no mes; pendente vai para a
      *lista, conciliado so entra na contagem
       RELATACREDITO.

           READ CADEXTR NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF EXT-BANCO NOT = CTA-BANCO
                   OR EXT-AGENCIA NOT = CTA-AGENCIA
                   OR EXT-CONTA NOT = CTA-CONTA
                   OR EXT-DATA(1:6) NOT = PERIODOPEDIDO
                   MOVE "S" TO FIMLISTA
               ELSE
                   IF EXT-SITUACAO = "P"
                       MOVE EXT-DATA TO LINHAREL(1:8)
                       MOVE EXT-SEQ TO LINHAREL(10:5)
                       MOVE EXT-VALOR TO LD-VALOR
                       MOVE LD-VALOR TO LINHAREL(16:13)
                       MOVE EXT-DOCUMENTO TO LINHAREL(30:20)
                       MOVE EXT-HISTORICO(1:20) TO LINHAREL(61:20)
                       PERFORM GRAVAREL
                       ADD 1 TO QTPENDENTE
                       ADD EXT-VALOR TO VRPENDENTE
                   END-IF
                   IF EXT-SITUACAO = "A"
                       ADD 1 TO QTAUTO
                   END-IF
                   IF EXT-SITUACAO = "M"
                       ADD 1 TO QTCONCMANUAL
                   END-IF
                   IF EXT-SITUACAO = "O"
                       ADD 1 TO QTOUTROS
                   END-IF
               END-IF
           END-IF.

      *Sessao de caixa fechada no mes, com deposito, e sem credito
       RELATACAIXA.

           READ CADCAIXA NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S" AND CX-SITUACAO = "F"
               AND CX-DATAFECH(1:6) = PERIODOPEDIDO
               COMPUTE VALORRECEB = CX-VALORCONTADO - CX-VALORINICIAL
               IF VALORRECEB > ZEROS
                   MOVE "CAIX" TO ORIGEMTRAB
                   MOVE CX-NUMERO TO REFERTRAB
                   MOVE CX-DATAFECH TO DATARECEB
                   PERFORM RELATARECEBIMENTO
               END-IF
           END-IF.

      *Boleto liquidado no mes e sem credito
       RELATABOLETO.

           READ CADBOLE NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S" AND BOLE-SITUACAO = "L"
               AND BOLE-DATALIQ(1:6) = PERIODOPEDIDO
               MOVE "BOLE" TO ORIGEMTRAB
               MOVE BOLE-CHAVE TO REFERTRAB
               MOVE BOLE-DATALIQ TO DATARECEB
               MOVE BOLE-VRLIQ TO VALORRECEB
               PERFORM RELATARECEBIMENTO
           END-IF.

      *Repasse de financeira baixado no mes e sem credito
       RELATAREPASSE.

           READ CADREPAS NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S" AND REPAS-SITUACAO = "B"
               AND REPAS-DATABAIXA(1:6) = PERIODOPEDIDO
               MOVE "REPA" TO ORIGEMTRAB
               MOVE REPAS-CHASSI TO REFERTRAB
               MOVE REPAS-DATABAIXA TO DATARECEB
               MOVE REPAS-VALOR TO VALORRECEB
               PERFORM RELATARECEBIMENTO
           END-IF.

      *Imprime o recebimento corrente se nao estiver conciliado
       RELATARECEBIMENTO.

           PERFORM TESTALIVRE
           IF JACONCILIADO = "N"
               MOVE ORIGEMTRAB TO LINHAREL(1:4)
               MOVE REFERTRAB TO LINHAREL(8:20)
               MOVE DATARECEB TO LINHAREL(29:8)
               MOVE VALORRECEB TO LD-VALOR
               MOVE LD-VALOR TO LINHAREL(41:13)
               PERFORM GRAVAREL
               ADD 1 TO QTNAODEPOS
               ADD VALORRECEB TO VRNAODEPOS
           END-IF.

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

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
           MOVE "P172BCO" TO LOG-PROGRAMA
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

           CLOSE CADEXTR
           CLOSE CADCONC.

      *Fecha o programa
       FIM.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "BCO" TO NOMERELATORIO(1:3)
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
           MOVE "P172BCO" TO SPO-PROGRAMA
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
           STRING "P172BCO  " TITULOREL "  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172BCO.
