      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Contas a pagar. Um titulo por documento do credor
      *    em CADPAGAR - fornecedor (aquisicao de veiculo do P172FOR,
      *    compra de pecas do P172PEC), consignante (liquidacao da
      *    consignacao no P172904) e vendedor (folha de comissao do
      *    P172FEC) - com vencimento, valor, origem e situacao
      *    (A aberto, P pago em parte, Q quitado, C cancelado). Aqui
      *    ficam o lancamento avulso, o pagamento total ou parcial
      *    (gravado em CADPGTO pelo P172TIT e registrado no
      *    LOGTRANS), a consulta dos titulos do credor, o
      *    cancelamento de titulo sem pagamento (supervisor) e a
      *    agenda semanal de pagamentos por vencimento pelo spool
      *    (P172SPO). O mesmo documento do mesmo credor nunca gera
      *    dois titulos, e titulo quitado nao aceita novo pagamento.
      *    O repasse do consignante continua pago pelo P172PCC, que
      *    baixa o titulo da consignacao.
      * Mod: 15/10/2026 - titulo de quitacao do floor-plan (origem
      *      FLPL, lancado pelo P172FLB na venda ou transferencia) e
      *      pago pela opcao de quitacao do P172FLP, como o repasse
      *      de consignacao.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172CAP.
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
           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS ERROFOR.
           SELECT CADVEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-CODIGO
               FILE STATUS IS ERROVEN.
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

           FD CADFORN
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADFORN.DAT".
           01 REGFORN.
               02 FORN-CODIGO PIC 9(3) VALUE ZEROS.
               02 FORN-NOME PIC X(30) VALUE SPACES.
               02 FORN-CNPJ PIC 9(14) VALUE ZEROS.
               02 FORN-DDD PIC 9(2) VALUE ZEROS.
               02 FORN-FONE PIC 9(11) VALUE ZEROS.

           FD CADVEND
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADVEND.DAT".
           01 REGVEND.
               02 VEND-CODIGO PIC 9(3) VALUE ZEROS.
               02 VEND-NOME PIC X(30) VALUE SPACES.
               02 VEND-CPF PIC 9(11) VALUE ZEROS.

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
           01 ERROFOR PIC X(2) VALUE "00".
           01 ERROVEN PIC X(2) VALUE "00".
           01 OPC PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 ACHOUTITULO PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 NIVELOPER PIC X(1) VALUE SPACES.
           01 NUMEROPEDIDO PIC 9(6) VALUE ZEROS.
           01 TIPOPEDIDO PIC X(1) VALUE SPACES.
           01 CREDORPEDIDO PIC 9(14) VALUE ZEROS.
           01 SALDOTITULO PIC 9(10)V99 VALUE ZEROS.
           01 QTTITULOS PIC 9(5) VALUE ZEROS.
           01 TOTSALDO PIC 9(12)V99 VALUE ZEROS.
           01 DATAINICIO PIC 9(8) VALUE ZEROS.
           01 DATAFIMSEM PIC 9(8) VALUE ZEROS.
           01 DIASINICIO PIC 9(8) VALUE ZEROS.
           01 VENCANT PIC 9(8) VALUE ZEROS.
           01 TOTDIA PIC 9(12)V99 VALUE ZEROS.
           01 TOTATRASO PIC 9(12)V99 VALUE ZEROS.
           01 TOTSEMANA PIC 9(12)V99 VALUE ZEROS.
           01 QTATRASO PIC 9(5) VALUE ZEROS.
           01 QTSEMANA PIC 9(5) VALUE ZEROS.

           01 LD-VALOR PIC Z(9),99 VALUE ZEROS.
           01 LD-PAGO PIC Z(9),99 VALUE ZEROS.
           01 LD-SALDO PIC Z(9),99 VALUE ZEROS.
           01 LD-TOTAL PIC Z(11),99 VALUE ZEROS.

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
           01 REGPERIODO.
               02 PER-DATA PIC 9(8) VALUE ZEROS.
               02 PER-FECHADA PIC 9(6) VALUE ZEROS.
               02 PER-RESULTADO PIC X(1) VALUE "S".
               02 PER-MENSAGEM PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Cria o contas a pagar na primeira execucao; o arquivo so fica
      *aberto durante cada opcao, porque a inclusao e a baixa sao
      *gravadas pelo P172TIT
       ARQUIVO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE

           OPEN INPUT CADPAGAR
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADPAGAR
                   CLOSE CADPAGAR
                   DISPLAY "ARQUIVO CADPAGAR SENDO CRIADO"
                   GO TO ARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAGAR"
                   GO TO FIM
           ELSE
               CLOSE CADPAGAR.

      *Mostra um menu de opcoes para o usuario
       MENU-PRINCIPAL.

           DISPLAY " "
           DISPLAY "CONTAS A PAGAR"
           DISPLAY "1 - LANCAR TITULO AVULSO"
           DISPLAY "2 - PAGAR TITULO (TOTAL OU PARCIAL)"
           DISPLAY "3 - CONSULTAR TITULOS DO CREDOR"
           DISPLAY "4 - AGENDA SEMANAL DE PAGAMENTOS"
           DISPLAY "5 - CANCELAR TITULO SEM PAGAMENTO"
           DISPLAY "6 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
                   GO TO LANCAR
               ELSE IF OPC = "2"
                   GO TO PAGAR
               ELSE IF OPC = "3"
                   GO TO CONSULTAR
               ELSE IF OPC = "4"
                   GO TO AGENDA
               ELSE IF OPC = "5"
                   GO TO CANCELAR
               ELSE IF OPC = "6"
                   GO TO FIM
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Lanca um titulo avulso (despesa sem movimento de origem no
      *sistema); a nota ja lancada do mesmo credor e recusada
       LANCAR.

           MOVE SPACES TO REGTITULO
           MOVE ZEROS TO TIT-NUMERO TIT-CREDOR TIT-EMISSAO
               TIT-VENCIMENTO TIT-VALOR TIT-DATAPGTO TIT-SALDO
           PERFORM PEDECREDOR THRU PEDECREDOR-FIM
           IF TIT-TIPOCRED = SPACES
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "DOCUMENTO DO CREDOR (NOTA, RECIBO): "
           ACCEPT TIT-DOCUMENTO
           IF TIT-DOCUMENTO = SPACES
               DISPLAY "DIGITE O DOCUMENTO"
               GO TO MENU-PRINCIPAL
           END-IF
           DISPLAY "HISTORICO: "
           ACCEPT TIT-REFERENCIA
           DISPLAY "DATA DE EMISSAO (AAAAMMDD, 0 = HOJE): "
           ACCEPT TIT-EMISSAO
           DISPLAY "VENCIMENTO (AAAAMMDD, 0 = PRAZO PADRAO): "
           ACCEPT TIT-VENCIMENTO
           DISPLAY "VALOR DO TITULO: "
           ACCEPT TIT-VALOR
           IF TIT-VALOR = ZEROS
               DISPLAY "DIGITE UM VALOR MAIOR QUE ZERO"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "I" TO TIT-OPERACAO
           MOVE "MANU" TO TIT-ORIGEM
           MOVE "N" TO TIT-ACUMULA
           CALL "P172TIT" USING REGTITULO
           DISPLAY TIT-MENSAGEM
           IF TIT-RESULTADO = "S"
               MOVE "INCTIT" TO LOG-OPERACAO
               MOVE TIT-NUMERO TO LOG-CHAVE
               PERFORM GRAVALOG
           END-IF
           GO TO MENU-PRINCIPAL.

      *Pede o tipo e o codigo do credor e busca o nome no cadastro
      *(fornecedor em CADFORN, vendedor em CADVEND); consignante e
      *outros pelo CPF/CNPJ. Tipo em branco devolve desistencia
       PEDECREDOR.

           DISPLAY "TIPO DO CREDOR (F=FORNECEDOR C=CONSIGNANTE"
               " V=VENDEDOR O=OUTROS): "
           ACCEPT TIT-TIPOCRED
           INSPECT TIT-TIPOCRED CONVERTING "fcvo" TO "FCVO"
           IF TIT-TIPOCRED NOT = "F" AND NOT = "C" AND NOT = "V"
               AND NOT = "O"
               DISPLAY "TIPO DE CREDOR INVALIDO"
               MOVE SPACES TO TIT-TIPOCRED
               GO TO PEDECREDOR-FIM
           END-IF

           IF TIT-TIPOCRED = "F"
               DISPLAY "CODIGO DO FORNECEDOR: "
               ACCEPT FORN-CODIGO
               MOVE "00" TO ERROFOR
               OPEN INPUT CADFORN
               READ CADFORN
               CLOSE CADFORN
               IF ERROFOR NOT = "00"
                   DISPLAY "FORNECEDOR NAO CADASTRADO"
                   MOVE "00" TO ERROFOR
                   MOVE SPACES TO TIT-TIPOCRED
                   GO TO PEDECREDOR-FIM
               END-IF
               MOVE FORN-CODIGO TO TIT-CREDOR
               MOVE FORN-NOME TO TIT-NOMECRED
           END-IF

           IF TIT-TIPOCRED = "V"
               DISPLAY "CODIGO DO VENDEDOR: "
               ACCEPT VEND-CODIGO
               MOVE "00" TO ERROVEN
               OPEN INPUT CADVEND
               READ CADVEND
               CLOSE CADVEND
               IF ERROVEN NOT = "00"
                   DISPLAY "VENDEDOR NAO CADASTRADO"
                   MOVE "00" TO ERROVEN
                   MOVE SPACES TO TIT-TIPOCRED
                   GO TO PEDECREDOR-FIM
               END-IF
               MOVE VEND-CODIGO TO TIT-CREDOR
               MOVE VEND-NOME TO TIT-NOMECRED
           END-IF

           IF TIT-TIPOCRED = "C" OR "O"
               DISPLAY "CPF/CNPJ DO CREDOR: "
               ACCEPT TIT-CREDOR
               IF TIT-CREDOR = ZEROS
                   DISPLAY "DIGITE O CPF/CNPJ"
                   MOVE SPACES TO TIT-TIPOCRED
                   GO TO PEDECREDOR-FIM
               END-IF
           END-IF
           IF TIT-TIPOCRED = "O"
               DISPLAY "NOME DO CREDOR: "
               ACCEPT TIT-NOMECRED
           END-IF

           IF TIT-NOMECRED NOT = SPACES
               DISPLAY "CREDOR: " TIT-NOMECRED
           END-IF.

       PEDECREDOR-FIM.
           EXIT.

      *Paga um titulo, total ou parcialmente; a baixa e gravada pelo
      *P172TIT, que recusa valor acima do saldo e titulo quitado
       PAGAR.

           MOVE SPACES TO REGTITULO
           MOVE ZEROS TO TIT-NUMERO TIT-CREDOR TIT-EMISSAO
               TIT-VENCIMENTO TIT-VALOR TIT-DATAPGTO TIT-SALDO
           DISPLAY "NUMERO DO TITULO (0 = PELO DOCUMENTO): "
           ACCEPT NUMEROPEDIDO
           IF NUMEROPEDIDO = ZEROS
               PERFORM PEDECREDOR THRU PEDECREDOR-FIM
               IF TIT-TIPOCRED = SPACES
                   GO TO MENU-PRINCIPAL
               END-IF
               DISPLAY "DOCUMENTO DO CREDOR: "
               ACCEPT TIT-DOCUMENTO
           END-IF

           PERFORM LETITULO
           IF ACHOUTITULO = "N"
               DISPLAY "TITULO NAO ENCONTRADO"
               GO TO MENU-PRINCIPAL
           END-IF
           PERFORM MOSTRATITULO

           IF CPG-SITUACAO = "Q"
               DISPLAY "TITULO JA QUITADO EM " CPG-DATAULTPG
                   " - PAGAMENTO EM DOBRO RECUSADO"
               GO TO MENU-PRINCIPAL
           END-IF
           IF CPG-SITUACAO = "C"
               DISPLAY "TITULO CANCELADO"
               GO TO MENU-PRINCIPAL
           END-IF
           IF CPG-ORIGEM = "CONS"
               DISPLAY "REPASSE DE CONSIGNACAO: PAGAR PELA OPCAO DE"
                   " REPASSE DO P172PCC"
               GO TO MENU-PRINCIPAL
           END-IF
           IF CPG-ORIGEM = "FLPL"
               DISPLAY "QUITACAO DE FLOOR-PLAN: REGISTRAR PELA OPCAO DE"
                   " QUITACAO DO P172FLP"
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "VALOR A PAGAR (0 = SALDO TOTAL): "
           ACCEPT TIT-VALOR
           IF TIT-VALOR > SALDOTITULO
               DISPLAY "VALOR MAIOR QUE O SALDO DO TITULO"
               GO TO MENU-PRINCIPAL
           END-IF
           IF TIT-VALOR = ZEROS
               MOVE SALDOTITULO TO TIT-VALOR
           END-IF
           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD, 0 = HOJE): "
           ACCEPT TIT-DATAPGTO
           IF TIT-DATAPGTO = ZEROS
               MOVE DATAHOJE TO TIT-DATAPGTO
           END-IF
           MOVE TIT-DATAPGTO TO PER-DATA
           PERFORM CONFEREPERIODO
           IF PER-RESULTADO = "N"
               DISPLAY PER-MENSAGEM
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE TIT-VALOR TO LD-VALOR
           DISPLAY "CONFIRMA O PAGAMENTO DE " LD-VALOR " ? S/N"
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "B" TO TIT-OPERACAO
           MOVE CPG-NUMERO TO TIT-NUMERO
           CALL "P172TIT" USING REGTITULO
           DISPLAY TIT-MENSAGEM
           IF TIT-RESULTADO = "S"
               MOVE TIT-SALDO TO LD-SALDO
               DISPLAY "SALDO DO TITULO: " LD-SALDO
               MOVE "PAGTIT" TO LOG-OPERACAO
               MOVE TIT-NUMERO TO LOG-CHAVE
               PERFORM GRAVALOG
           END-IF
           GO TO MENU-PRINCIPAL.

      *Le o titulo pedido (pelo numero ou pela chave do documento)
      *e guarda o saldo em aberto
       LETITULO.

           MOVE "N" TO ACHOUTITULO
           OPEN INPUT CADPAGAR
           IF NUMEROPEDIDO > ZEROS
               MOVE NUMEROPEDIDO TO CPG-NUMERO
               READ CADPAGAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ACHOUTITULO
               END-READ
           ELSE
               MOVE TIT-TIPOCRED TO CPG-TIPOCRED
               MOVE TIT-CREDOR TO CPG-CREDOR
               MOVE TIT-DOCUMENTO TO CPG-DOCUMENTO
               READ CADPAGAR KEY IS CPG-CHAVEDOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ACHOUTITULO
               END-READ
           END-IF
           CLOSE CADPAGAR
           MOVE "00" TO ERRO
           COMPUTE SALDOTITULO = CPG-VALOR - CPG-VRPAGO.

      *Mostra o titulo corrente na tela
       MOSTRATITULO.

           MOVE CPG-VALOR TO LD-VALOR
           MOVE CPG-VRPAGO TO LD-PAGO
           MOVE SALDOTITULO TO LD-SALDO
           DISPLAY "TITULO " CPG-NUMERO "  ORIGEM " CPG-ORIGEM
               "  SITUACAO " CPG-SITUACAO
           DISPLAY "CREDOR " CPG-TIPOCRED " " CPG-CREDOR " "
               CPG-NOMECRED
           DISPLAY "DOCUMENTO " CPG-DOCUMENTO "  REF " CPG-REFERENCIA
           DISPLAY "EMISSAO " CPG-EMISSAO "  VENCIMENTO "
               CPG-VENCIMENTO
           DISPLAY "VALOR " LD-VALOR "  PAGO " LD-PAGO "  SALDO "
               LD-SALDO.

      *Lista os titulos de um credor com o saldo em aberto
       CONSULTAR.

           MOVE SPACES TO REGTITULO
           MOVE ZEROS TO TIT-CREDOR
           PERFORM PEDECREDOR THRU PEDECREDOR-FIM
           IF TIT-TIPOCRED = SPACES
               GO TO MENU-PRINCIPAL
           END-IF
           MOVE TIT-TIPOCRED TO TIPOPEDIDO
           MOVE TIT-CREDOR TO CREDORPEDIDO

           MOVE ZEROS TO QTTITULOS TOTSALDO
           MOVE "N" TO FIMLISTA
           OPEN INPUT CADPAGAR
           MOVE TIPOPEDIDO TO CPG-TIPOCRED
           MOVE CREDORPEDIDO TO CPG-CREDOR
           MOVE SPACES TO CPG-DOCUMENTO
           START CADPAGAR KEY IS NOT LESS THAN CPG-CHAVEDOC
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START

           DISPLAY " "
           DISPLAY "TITULO DOCUMENTO            VENCTO   S"
               "        VALOR        SALDO"
           DISPLAY "--------------------------------------------"
               "--------------------------"
           PERFORM MOSTRACREDOR UNTIL FIMLISTA = "S"
           CLOSE CADPAGAR
           MOVE "00" TO ERRO

           MOVE TOTSALDO TO LD-TOTAL
           DISPLAY "--------------------------------------------"
               "--------------------------"
           DISPLAY "TITULOS: " QTTITULOS "  SALDO EM ABERTO: "
               LD-TOTAL
           GO TO MENU-PRINCIPAL.

      *Le o proximo titulo pela chave do documento e mostra se for
      *do credor pedido
       MOSTRACREDOR.

           READ CADPAGAR NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF CPG-TIPOCRED NOT = TIPOPEDIDO
                   OR CPG-CREDOR NOT = CREDORPEDIDO
                   MOVE "S" TO FIMLISTA
               ELSE
                   COMPUTE SALDOTITULO = CPG-VALOR - CPG-VRPAGO
                   IF CPG-SITUACAO = "C"
                       MOVE ZEROS TO SALDOTITULO
                   END-IF
                   MOVE CPG-VALOR TO LD-VALOR
                   MOVE SALDOTITULO TO LD-SALDO
                   DISPLAY CPG-NUMERO " " CPG-DOCUMENTO " "
                       CPG-VENCIMENTO " " CPG-SITUACAO " " LD-VALOR
                       " " LD-SALDO
                   ADD 1 TO QTTITULOS
                   ADD SALDOTITULO TO TOTSALDO
               END-IF
           END-IF.

      *Agenda de pagamentos da semana pelo spool: titulos em aberto
      *ja vencidos e, dia a dia, os que vencem nos sete dias a
      *partir da data pedida, com o total por dia
       AGENDA.

           DISPLAY "INICIO DA SEMANA (AAAAMMDD, 0 = HOJE): "
           ACCEPT DATAINICIO
           IF DATAINICIO = ZEROS
               MOVE DATAHOJE TO DATAINICIO
           END-IF
           COMPUTE DIASINICIO = FUNCTION INTEGER-OF-DATE (DATAINICIO)
           COMPUTE DATAFIMSEM =
               FUNCTION DATE-OF-INTEGER (DIASINICIO + 6)

           MOVE ZEROS TO QTATRASO QTSEMANA TOTATRASO TOTSEMANA
               TOTDIA VENCANT

           MOVE "AGENDA DE PAGAMENTOS" TO TITULOREL
           PERFORM ABRESPOOL
           STRING "SEMANA DE " DATAINICIO " A " DATAFIMSEM
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           PERFORM GRAVAREL
           MOVE "VENCTO   TITULO C NOME" TO LINHAREL
           MOVE "DOCUMENTO" TO LINHAREL(45:9)
           MOVE "ORIG         SALDO" TO LINHAREL(61:18)
           PERFORM GRAVAREL
           MOVE ALL "-" TO LINHAREL(1:76)
           PERFORM GRAVAREL

           MOVE "N" TO FIMLISTA
           OPEN INPUT CADPAGAR
           MOVE ZEROS TO CPG-VENCIMENTO
           START CADPAGAR KEY IS NOT LESS THAN CPG-VENCIMENTO
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM LEAGENDA UNTIL FIMLISTA = "S"
           CLOSE CADPAGAR
           MOVE "00" TO ERRO

           IF VENCANT NOT < DATAINICIO
               PERFORM FECHADIA
           END-IF
           IF VENCANT > ZEROS AND VENCANT < DATAINICIO
               PERFORM FECHAATRASO
           END-IF

           MOVE ALL "=" TO LINHAREL(1:76)
           PERFORM GRAVAREL
           MOVE TOTATRASO TO LD-TOTAL
           STRING "EM ATRASO: " QTATRASO " TITULO(S)  " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE TOTSEMANA TO LD-TOTAL
           STRING "NA SEMANA: " QTSEMANA " TITULO(S)  " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           ADD TOTATRASO TO TOTSEMANA
           MOVE TOTSEMANA TO LD-TOTAL
           STRING "TOTAL A PAGAR:              " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           CLOSE ARQREL

           DISPLAY "TITULOS EM ATRASO: " QTATRASO
               "  NA SEMANA: " QTSEMANA
           DISPLAY "AGENDA GRAVADA EM " NOMERELATORIO
           GO TO MENU-PRINCIPAL.

      *Le o proximo titulo por vencimento; os em aberto ate o fim
      *da semana entram na agenda (atrasados num bloco so, os da
      *semana com quebra por dia)
       LEAGENDA.

           READ CADPAGAR NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF CPG-VENCIMENTO > DATAFIMSEM
                   MOVE "S" TO FIMLISTA
               ELSE
                   IF CPG-SITUACAO = "A" OR CPG-SITUACAO = "P"
                       PERFORM QUEBRAAGENDA
                       PERFORM LINHAAGENDA
                   END-IF
               END-IF
           END-IF.

      *Fecha o bloco anterior quando o vencimento muda de dia na
      *semana ou sai do bloco de atrasados
       QUEBRAAGENDA.

           IF CPG-VENCIMENTO NOT < DATAINICIO
               IF VENCANT > ZEROS AND VENCANT < DATAINICIO
                   PERFORM FECHAATRASO
               END-IF
               IF VENCANT NOT < DATAINICIO
                   AND CPG-VENCIMENTO NOT = VENCANT
                   PERFORM FECHADIA
               END-IF
           END-IF
           MOVE CPG-VENCIMENTO TO VENCANT.

      *Imprime a linha do titulo e soma no bloco corrente
       LINHAAGENDA.

           COMPUTE SALDOTITULO = CPG-VALOR - CPG-VRPAGO
           MOVE SALDOTITULO TO LD-SALDO
           MOVE CPG-VENCIMENTO TO LINHAREL(1:8)
           MOVE CPG-NUMERO TO LINHAREL(10:6)
           MOVE CPG-TIPOCRED TO LINHAREL(17:1)
           MOVE CPG-NOMECRED(1:25) TO LINHAREL(19:25)
           MOVE CPG-DOCUMENTO(1:15) TO LINHAREL(45:15)
           MOVE CPG-ORIGEM TO LINHAREL(61:4)
           MOVE LD-SALDO TO LINHAREL(66:13)
           PERFORM GRAVAREL
           IF CPG-VENCIMENTO < DATAINICIO
               ADD 1 TO QTATRASO
               ADD SALDOTITULO TO TOTATRASO
           ELSE
               ADD 1 TO QTSEMANA
               ADD SALDOTITULO TO TOTDIA
           END-IF.

      *Total do bloco de titulos em atraso
       FECHAATRASO.

           MOVE TOTATRASO TO LD-TOTAL
           STRING "         TOTAL EM ATRASO ATE " DATAINICIO ": "
               LD-TOTAL DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           PERFORM GRAVAREL.

      *Total do dia de vencimento anterior
       FECHADIA.

           MOVE TOTDIA TO LD-TOTAL
           STRING "         TOTAL DO DIA " VENCANT ":          "
               LD-TOTAL DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           PERFORM GRAVAREL
           ADD TOTDIA TO TOTSEMANA
           MOVE ZEROS TO TOTDIA.

      *Cancela titulo lancado por engano, so sem pagamento e so com
      *o supervisor
       CANCELAR.

           ACCEPT NIVELOPER FROM ENVIRONMENT "OPERNIVEL"
           IF NIVELOPER NOT = "2" AND NIVELOPER NOT = "3"
               DISPLAY "CANCELAMENTO DE TITULO SOMENTE PELO SUPERVISOR"
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "NUMERO DO TITULO: "
           ACCEPT NUMEROPEDIDO
           PERFORM LETITULO
           IF ACHOUTITULO = "N"
               DISPLAY "TITULO NAO ENCONTRADO"
               GO TO MENU-PRINCIPAL
           END-IF
           PERFORM MOSTRATITULO
           IF CPG-SITUACAO NOT = "A" OR CPG-VRPAGO > ZEROS
               DISPLAY "SO TITULO EM ABERTO E SEM PAGAMENTO PODE SER"
                   " CANCELADO"
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "CONFIRMA O CANCELAMENTO ? S/N"
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               GO TO MENU-PRINCIPAL
           END-IF

           OPEN I-O CADPAGAR
           MOVE NUMEROPEDIDO TO CPG-NUMERO
           READ CADPAGAR
           IF ERRO = "00"
               MOVE "C" TO CPG-SITUACAO
               REWRITE REGPAGAR
           END-IF
           IF ERRO = "00" OR "02"
               DISPLAY "TITULO CANCELADO"
               MOVE "CANTIT" TO LOG-OPERACAO
               MOVE CPG-NUMERO TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO TITULO"
           END-IF
           CLOSE CADPAGAR
           MOVE "00" TO ERRO
           GO TO MENU-PRINCIPAL.

      *Confere pelo P172PER se a data em PER-DATA esta em competencia
      *ja fechada no fechamento mensal (PER-RESULTADO = "N")
       CONFEREPERIODO.
           CALL "P172PER" USING REGPERIODO.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
           MOVE "P172CAP" TO LOG-PROGRAMA
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

      *Fecha o programa
       FIM.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "CAP" TO NOMERELATORIO(1:3)
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
           MOVE "P172CAP" TO SPO-PROGRAMA
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
           STRING "P172CAP  " TITULOREL "  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172CAP.
