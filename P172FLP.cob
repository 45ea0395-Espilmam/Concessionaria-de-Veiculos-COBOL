      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Floor-plan dos veiculos novos. Cadastra o contrato de
      *    floor-plan de cada CHASSI do estoque de patio (CADFLOOR):
      *    banco, contrato no banco, valor financiado (sugerido pelo
      *    custo de CADAQUI), data de inicio, taxa diaria, carencia
      *    sem juros e dias para quitar depois da venda (padrao
      *    PRZFLOOR de CADPARAM, 2 dias). Os juros sao apropriados
      *    toda noite pelo P172FLJ (cadeia do P172CTL) no contrato e
      *    por mes em CADFLJUR. A venda (P172904) e a transferencia
      *    (P172TRF) geram a obrigacao de quitacao pelo P172FLB, com
      *    prazo e titulo no contas a pagar; a quitacao no banco e
      *    registrada aqui, baixando o titulo (P172TIT). Relatorio
      *    das quitacoes pendentes e vencidas e conferencia mensal do
      *    extrato de juros do banco (EXTFLOOR.TXT) contra a nossa
      *    apropriacao, com tolerancia TOLFLOOR (padrao 1,00), pelo
      *    spool (P172SPO).
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172FLP.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFLOOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLO-CHASSI
               FILE STATUS IS ERRO.
           SELECT CADFLJUR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JUR-CHAVE
               FILE STATUS IS ERROJUR.
           SELECT CADESTOQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHASSI
               FILE STATUS IS ERROEST.
           SELECT CADAQUI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQUI-CHASSI
               FILE STATUS IS ERROAQ.
           SELECT EXTFLOOR ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROLJF.
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

           FD CADFLOOR
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADFLOOR.DAT".
           01 REGFLOOR.
               02 FLO-CHASSI PIC X(17) VALUE SPACES.
               02 FLO-BANCO PIC 9(3) VALUE ZEROS.
               02 FLO-CNPJBCO PIC 9(14) VALUE ZEROS.
               02 FLO-NOMEBCO PIC X(30) VALUE SPACES.
               02 FLO-CONTRATOBCO PIC X(15) VALUE SPACES.
               02 FLO-VALORFIN PIC 9(8)V99 VALUE ZEROS.
               02 FLO-DATAINICIO PIC 9(8) VALUE ZEROS.
               02 FLO-TAXADIA PIC 9(1)V9(4) VALUE ZEROS.
               02 FLO-CARENCIA PIC 9(3) VALUE ZEROS.
               02 FLO-DIASQUIT PIC 9(3) VALUE ZEROS.
               02 FLO-JUROSACUM PIC 9(8)V99 VALUE ZEROS.
               02 FLO-DATAULTAC PIC 9(8) VALUE ZEROS.
               02 FLO-SITUACAO PIC X(1) VALUE "A".
               02 FLO-EVENTO PIC X(1) VALUE SPACES.
               02 FLO-DATAEVENTO PIC 9(8) VALUE ZEROS.
               02 FLO-PRAZOQUIT PIC 9(8) VALUE ZEROS.
               02 FLO-TITULO PIC 9(6) VALUE ZEROS.
               02 FLO-DATAQUIT PIC 9(8) VALUE ZEROS.

           FD CADFLJUR
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADFLJUR.DAT".
           01 REGFLJUR.
               02 JUR-CHAVE.
                   03 JUR-CHASSI PIC X(17) VALUE SPACES.
                   03 JUR-PERIODO PIC 9(6) VALUE ZEROS.
               02 JUR-BANCO PIC 9(3) VALUE ZEROS.
               02 JUR-DIAS PIC 9(2) VALUE ZEROS.
               02 JUR-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 JUR-VRBANCO PIC 9(8)V99 VALUE ZEROS.
               02 JUR-SITUACAO PIC X(1) VALUE "P".

           FD CADESTOQ
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADESTOQ.DAT".
           01 REGEST.
               02 EST-CHASSI PIC X(17) VALUE SPACES.
               02 EST-MARCA PIC 9(3) VALUE ZEROS.
               02 EST-MODELO PIC 9(3) VALUE ZEROS.
               02 EST-ANOFABRIC PIC 9(4) VALUE ZEROS.
               02 EST-ANOMODEL PIC 9(4) VALUE ZEROS.
               02 EST-COR PIC 9(2) VALUE ZEROS.
               02 EST-STATUS PIC X(1) VALUE "D".
               02 EST-FILIAL PIC 9(2) VALUE ZEROS.
               02 EST-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 EST-DATAENTRADA PIC 9(8) VALUE ZEROS.
               02 EST-ORIGEM PIC X(1) VALUE "C".

           FD CADAQUI
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADAQUI.DAT".
           01 REGAQUI.
               02 AQUI-CHASSI PIC X(17) VALUE SPACES.
               02 AQUI-DATA PIC 9(8) VALUE ZEROS.
               02 AQUI-FORNEC PIC 9(3) VALUE ZEROS.
               02 AQUI-CUSTO PIC 9(8)V99 VALUE ZEROS.
               02 AQUI-CUSTOREC PIC 9(8)V99 VALUE ZEROS.

           FD EXTFLOOR
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "EXTFLOOR.TXT".
           01 REGLJF.
               02 LJF-BANCO PIC 9(3) VALUE ZEROS.
               02 LJF-CHASSI PIC X(17) VALUE SPACES.
               02 LJF-PERIODO PIC 9(6) VALUE ZEROS.
               02 LJF-VALOR PIC 9(8)V99 VALUE ZEROS.

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
           01 ERROJUR PIC X(2) VALUE "00".
           01 ERROEST PIC X(2) VALUE "00".
           01 ERROAQ PIC X(2) VALUE "00".
           01 ERROLJF PIC X(2) VALUE "00".
           01 ERROPAR PIC X(2) VALUE "00".
           01 OPC PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 JAEXISTE PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 DIASHOJE PIC 9(8) VALUE ZEROS.
           01 PARAMPADRAO PIC 9(5)V99 VALUE ZEROS.
           01 PRZFLOOR PIC 9(3) VALUE ZEROS.
           01 TOLFLOOR PIC 9(5)V99 VALUE ZEROS.
           01 CHASSIPEDIDO PIC X(17) VALUE SPACES.
           01 PERIODOPEDIDO PIC 9(6) VALUE ZEROS.
           01 VALORDIGITADO PIC 9(8)V99 VALUE ZEROS.
           01 DATADIGITADA PIC 9(8) VALUE ZEROS.

           01 DIAULTIMO PIC 9(8) VALUE ZEROS.
           01 DIACARENCIA PIC 9(8) VALUE ZEROS.
           01 DATADIA PIC 9(8) VALUE ZEROS.
           01 JUROSDIA PIC 9(6)V99 VALUE ZEROS.
           01 DIASATRASO PIC S9(5) VALUE ZEROS.
           01 DIFERENCA PIC S9(8)V99 VALUE ZEROS.
           01 DIFABS PIC 9(8)V99 VALUE ZEROS.

           01 QTPENDENTES PIC 9(5) VALUE ZEROS.
           01 QTVENCIDAS PIC 9(5) VALUE ZEROS.
           01 QTLINHAS PIC 9(5) VALUE ZEROS.
           01 QTSEMPROVISAO PIC 9(5) VALUE ZEROS.
           01 QTCONFERIDOS PIC 9(5) VALUE ZEROS.
           01 QTDIVERGENTES PIC 9(5) VALUE ZEROS.
           01 VRPENDENTE PIC 9(10)V99 VALUE ZEROS.
           01 VRNOSSO PIC 9(10)V99 VALUE ZEROS.
           01 VRBANCO PIC 9(10)V99 VALUE ZEROS.

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

           01 LD-VALOR PIC Z(8),99 VALUE ZEROS.
           01 LD-DIFER PIC -Z(7),99 VALUE ZEROS.
           01 LD-TOTAL PIC Z(10),99 VALUE ZEROS.
           01 LD-TAXA PIC 9,9999 VALUE ZEROS.
           01 LD-DIAS PIC -ZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Cria os arquivos do floor-plan na primeira execucao e busca
      *os parametros
       ARQUIVO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE
           COMPUTE DIASHOJE =
               FUNCTION INTEGER-OF-DATE (DATAHOJE)

           OPEN I-O CADFLOOR
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADFLOOR
                   CLOSE CADFLOOR
                   DISPLAY "ARQUIVO CADFLOOR SENDO CRIADO"
                   GO TO ARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFLOOR"
                   GO TO FIM
           ELSE
               CONTINUE.

       ARQUIVO-JUR.

           OPEN I-O CADFLJUR
           IF ERROJUR NOT = "00"
               IF ERROJUR = "30" OR ERROJUR = "35"
                   OPEN OUTPUT CADFLJUR
                   CLOSE CADFLJUR
                   DISPLAY "ARQUIVO CADFLJUR SENDO CRIADO"
                   GO TO ARQUIVO-JUR
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFLJUR"
                   CLOSE CADFLOOR
                   GO TO FIM
           ELSE
               CONTINUE.

           MOVE "PRZFLOOR" TO PARAM-CODIGO
           MOVE 2 TO PARAMPADRAO
           PERFORM BUSCAPARAM
           MOVE PARAMPADRAO TO PRZFLOOR

           MOVE "TOLFLOOR" TO PARAM-CODIGO
           MOVE 1 TO PARAMPADRAO
           PERFORM BUSCAPARAM
           MOVE PARAMPADRAO TO TOLFLOOR.

      *Mostra um menu de opcoes para o usuario
       MENU-PRINCIPAL.

           DISPLAY " "
           DISPLAY "FLOOR-PLAN DE VEICULOS NOVOS"
           DISPLAY "1 - CADASTRAR / ALTERAR CONTRATO"
           DISPLAY "2 - CONSULTAR CONTRATO"
           DISPLAY "3 - REGISTRAR QUITACAO NO BANCO"
           DISPLAY "4 - RELATORIO DE QUITACOES PENDENTES E VENCIDAS"
           DISPLAY "5 - CONFERENCIA DO EXTRATO DE JUROS DO MES"
           DISPLAY "6 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
                   GO TO CADASTRAR
               ELSE IF OPC = "2"
                   GO TO CONSULTAR
               ELSE IF OPC = "3"
                   GO TO QUITAR
               ELSE IF OPC = "4"
                   GO TO RELATORIO
               ELSE IF OPC = "5"
                   GO TO CONFERIR
               ELSE IF OPC = "6"
                   GO TO SAIR
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Cadastra o contrato de floor-plan de um chassi do patio, ou
      *altera as condicoes de um contrato ainda ativo
       CADASTRAR.

           DISPLAY "CHASSI DO VEICULO (BRANCO = VOLTAR): "
           MOVE SPACES TO CHASSIPEDIDO
           ACCEPT CHASSIPEDIDO
           IF CHASSIPEDIDO = SPACES
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "N" TO JAEXISTE
           MOVE CHASSIPEDIDO TO FLO-CHASSI
           READ CADFLOOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO JAEXISTE
           END-READ
           MOVE "00" TO ERRO

           IF JAEXISTE = "S"
               IF FLO-SITUACAO NOT = "A"
                   DISPLAY "CONTRATO JA EM QUITACAO OU QUITADO"
                       " - SEM ALTERACAO"
                   GO TO MENU-PRINCIPAL
               END-IF
               PERFORM MOSTRACONTRATO
               DISPLAY "ALTERAR AS CONDICOES DO CONTRATO ? S/N"
               ACCEPT OPC
               IF OPC NOT = "S" AND NOT = "s"
                   GO TO MENU-PRINCIPAL
               END-IF
           ELSE
               MOVE "00" TO ERROEST
               OPEN INPUT CADESTOQ
               MOVE CHASSIPEDIDO TO EST-CHASSI
               READ CADESTOQ
               CLOSE CADESTOQ
               IF ERROEST NOT = "00"
                   DISPLAY "CHASSI NAO ESTA NO ESTOQUE DE PATIO"
                   MOVE "00" TO ERROEST
                   GO TO MENU-PRINCIPAL
               END-IF
               MOVE SPACES TO REGFLOOR
               MOVE CHASSIPEDIDO TO FLO-CHASSI
               MOVE ZEROS TO FLO-BANCO FLO-CNPJBCO FLO-VALORFIN
               MOVE ZEROS TO FLO-DATAINICIO FLO-TAXADIA FLO-CARENCIA
               MOVE ZEROS TO FLO-DIASQUIT FLO-JUROSACUM FLO-DATAULTAC
               MOVE ZEROS TO FLO-DATAEVENTO FLO-PRAZOQUIT FLO-TITULO
               MOVE ZEROS TO FLO-DATAQUIT
               MOVE "A" TO FLO-SITUACAO
               PERFORM SUGEREVALOR
           END-IF

           DISPLAY "CODIGO DO BANCO: "
           ACCEPT FLO-BANCO
           IF FLO-BANCO = ZEROS
               DISPLAY "DIGITE O CODIGO DO BANCO"
               GO TO MENU-PRINCIPAL
           END-IF
           DISPLAY "CNPJ DO BANCO: "
           ACCEPT FLO-CNPJBCO
           DISPLAY "NOME DO BANCO: "
           ACCEPT FLO-NOMEBCO
           DISPLAY "CONTRATO NO BANCO: "
           ACCEPT FLO-CONTRATOBCO

           MOVE FLO-VALORFIN TO LD-VALOR
           DISPLAY "VALOR FINANCIADO (0 = " LD-VALOR "): "
           ACCEPT VALORDIGITADO
           IF VALORDIGITADO > ZEROS
               MOVE VALORDIGITADO TO FLO-VALORFIN
           END-IF
           IF FLO-VALORFIN = ZEROS
               DISPLAY "DIGITE O VALOR FINANCIADO"
               GO TO MENU-PRINCIPAL
           END-IF

           IF JAEXISTE NOT = "S"
               DISPLAY "DATA DE INICIO AAAAMMDD (0 = " FLO-DATAINICIO
                   "): "
               ACCEPT DATADIGITADA
               IF DATADIGITADA > ZEROS
                   MOVE DATADIGITADA TO FLO-DATAINICIO
               END-IF
               IF FLO-DATAINICIO = ZEROS OR FLO-DATAINICIO > DATAHOJE
                   DISPLAY "DATA DE INICIO INVALIDA"
                   GO TO MENU-PRINCIPAL
               END-IF
           END-IF

           DISPLAY "TAXA DE JUROS AO DIA (%): "
           ACCEPT FLO-TAXADIA
           IF FLO-TAXADIA = ZEROS
               DISPLAY "DIGITE A TAXA DIARIA DO CONTRATO"
               GO TO MENU-PRINCIPAL
           END-IF
           DISPLAY "CARENCIA SEM JUROS (DIAS): "
           ACCEPT FLO-CARENCIA
           DISPLAY "DIAS PARA QUITAR APOS A VENDA (0 = " PRZFLOOR
               "): "
           ACCEPT FLO-DIASQUIT
           IF FLO-DIASQUIT = ZEROS
               MOVE PRZFLOOR TO FLO-DIASQUIT
           END-IF

           DISPLAY "CONFIRMA O CONTRATO ? S/N"
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               GO TO MENU-PRINCIPAL
           END-IF

           IF JAEXISTE = "S"
               REWRITE REGFLOOR
               MOVE "ALTFLP" TO LOG-OPERACAO
           ELSE
               WRITE REGFLOOR
               MOVE "INCFLP" TO LOG-OPERACAO
           END-IF
           IF ERRO = "00" OR "02"
               DISPLAY "CONTRATO DE FLOOR-PLAN GRAVADO"
               MOVE FLO-CHASSI TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO CONTRATO"
           END-IF
           MOVE "00" TO ERRO
           GO TO MENU-PRINCIPAL.

      *Sugere o valor financiado e a data de inicio pelo custo e pela
      *data de aquisicao do chassi em CADAQUI
       SUGEREVALOR.

           MOVE "00" TO ERROAQ
           OPEN INPUT CADAQUI
           IF ERROAQ = "00"
               MOVE CHASSIPEDIDO TO AQUI-CHASSI
               READ CADAQUI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AQUI-CUSTO TO FLO-VALORFIN
                       MOVE AQUI-DATA TO FLO-DATAINICIO
               END-READ
               CLOSE CADAQUI
           END-IF
           MOVE "00" TO ERROAQ.

      *Mostra o contrato e os juros apropriados por mes
       CONSULTAR.

           DISPLAY "CHASSI DO VEICULO: "
           MOVE SPACES TO CHASSIPEDIDO
           ACCEPT CHASSIPEDIDO
           MOVE CHASSIPEDIDO TO FLO-CHASSI
           READ CADFLOOR
           IF ERRO NOT = "00"
               DISPLAY "CHASSI SEM CONTRATO DE FLOOR-PLAN"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM MOSTRACONTRATO
           DISPLAY "JUROS POR MES (NOSSO / BANCO / SITUACAO):"
           MOVE FLO-CHASSI TO JUR-CHASSI
           MOVE ZEROS TO JUR-PERIODO
           MOVE "N" TO FIMLISTA
           START CADFLJUR KEY IS NOT LESS THAN JUR-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM MOSTRAMES UNTIL FIMLISTA = "S"
           MOVE "00" TO ERROJUR
           GO TO MENU-PRINCIPAL.

      *Mostra os dados do contrato corrente
       MOSTRACONTRATO.

           DISPLAY "CHASSI: " FLO-CHASSI "  SITUACAO: " FLO-SITUACAO
           DISPLAY "BANCO: " FLO-BANCO " " FLO-NOMEBCO
           DISPLAY "CONTRATO NO BANCO: " FLO-CONTRATOBCO
           MOVE FLO-VALORFIN TO LD-VALOR
           MOVE FLO-TAXADIA TO LD-TAXA
           DISPLAY "VALOR FINANCIADO: " LD-VALOR
               "  INICIO: " FLO-DATAINICIO
           DISPLAY "TAXA AO DIA: " LD-TAXA "%  CARENCIA: "
               FLO-CARENCIA " DIAS  QUITAR EM: " FLO-DIASQUIT " DIAS"
           MOVE FLO-JUROSACUM TO LD-VALOR
           DISPLAY "JUROS APROPRIADOS: " LD-VALOR
               "  ATE: " FLO-DATAULTAC
           IF FLO-SITUACAO NOT = "A"
               DISPLAY "EVENTO: " FLO-EVENTO " EM " FLO-DATAEVENTO
                   "  PRAZO DE QUITACAO: " FLO-PRAZOQUIT
               DISPLAY "TITULO A PAGAR: " FLO-TITULO
                   "  QUITADO EM: " FLO-DATAQUIT
           END-IF.

      *Le o proximo mes de juros do chassi e mostra
       MOSTRAMES.

           READ CADFLJUR NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF JUR-CHASSI NOT = FLO-CHASSI
                   MOVE "S" TO FIMLISTA
               ELSE
                   MOVE JUR-VALOR TO LD-VALOR
                   MOVE JUR-VRBANCO TO LD-TOTAL
                   DISPLAY JUR-PERIODO "  " LD-VALOR "  " LD-TOTAL
                       "  " JUR-SITUACAO
               END-IF
           END-IF.

      *Registra a quitacao no banco de um contrato com quitacao
      *pendente: apropria os juros ate hoje, baixa o titulo do
      *contas a pagar e encerra o contrato
       QUITAR.

           DISPLAY "CHASSI DO VEICULO: "
           MOVE SPACES TO CHASSIPEDIDO
           ACCEPT CHASSIPEDIDO
           MOVE CHASSIPEDIDO TO FLO-CHASSI
           READ CADFLOOR
           IF ERRO NOT = "00"
               DISPLAY "CHASSI SEM CONTRATO DE FLOOR-PLAN"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF
           IF FLO-SITUACAO = "L"
               DISPLAY "FLOOR-PLAN JA QUITADO EM " FLO-DATAQUIT
               GO TO MENU-PRINCIPAL
           END-IF
           IF FLO-SITUACAO NOT = "Q"
               DISPLAY "CONTRATO ATIVO: A QUITACAO E GERADA NA VENDA"
                   " OU NA TRANSFERENCIA DO VEICULO"
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM APROPRIAJUROS
           REWRITE REGFLOOR
           MOVE "00" TO ERRO
           PERFORM MOSTRACONTRATO
           IF FLO-PRAZOQUIT < DATAHOJE
               DISPLAY "ATENCAO: QUITACAO FORA DO PRAZO - CONFERIR"
                   " MULTA NO EXTRATO DO BANCO"
           END-IF
           DISPLAY "CONFIRMA A QUITACAO DO PRINCIPAL NO BANCO ? S/N"
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               GO TO MENU-PRINCIPAL
           END-IF

           IF FLO-TITULO > ZEROS
               MOVE "B" TO TIT-OPERACAO
               MOVE FLO-TITULO TO TIT-NUMERO
               MOVE ZEROS TO TIT-VALOR
               MOVE DATAHOJE TO TIT-DATAPGTO
               CALL "P172TIT" USING REGTITULO
               DISPLAY "CONTAS A PAGAR: " TIT-MENSAGEM
           END-IF

           MOVE "L" TO FLO-SITUACAO
           MOVE DATAHOJE TO FLO-DATAQUIT
           REWRITE REGFLOOR
           IF ERRO = "00" OR "02"
               DISPLAY "QUITACAO DO FLOOR-PLAN REGISTRADA"
               MOVE "QUIFLP" TO LOG-OPERACAO
               MOVE FLO-CHASSI TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO NA GRAVACAO DA QUITACAO"
           END-IF
           MOVE "00" TO ERRO
           GO TO MENU-PRINCIPAL.

      *Apropria os juros do contrato corrente dia a dia ate hoje,
      *pela mesma regra da rodada noturna do P172FLJ
       APROPRIAJUROS.

           IF FLO-DATAULTAC = ZEROS
               MOVE FLO-DATAINICIO TO FLO-DATAULTAC
           END-IF
           COMPUTE DIAULTIMO =
               FUNCTION INTEGER-OF-DATE (FLO-DATAULTAC)
           COMPUTE DIACARENCIA =
               FUNCTION INTEGER-OF-DATE (FLO-DATAINICIO)
               + FLO-CARENCIA
           COMPUTE JUROSDIA ROUNDED =
               FLO-VALORFIN * FLO-TAXADIA / 100

           PERFORM APROPRIADIA UNTIL DIAULTIMO >= DIASHOJE

           IF FLO-DATAULTAC < DATAHOJE
               MOVE DATAHOJE TO FLO-DATAULTAC
           END-IF.

      *Avanca um dia; passada a carencia, soma os juros do dia no
      *contrato e no mes do dia
       APROPRIADIA.

           ADD 1 TO DIAULTIMO
           IF DIAULTIMO > DIACARENCIA
               ADD JUROSDIA TO FLO-JUROSACUM
               COMPUTE DATADIA = FUNCTION DATE-OF-INTEGER (DIAULTIMO)
               PERFORM LANCAMES
           END-IF.

      *Soma os juros do dia no registro do chassi no mes em CADFLJUR,
      *criando o registro no primeiro dia do mes
       LANCAMES.

           MOVE FLO-CHASSI TO JUR-CHASSI
           MOVE DATADIA(1:6) TO JUR-PERIODO
           READ CADFLJUR
               INVALID KEY
                   MOVE FLO-BANCO TO JUR-BANCO
                   MOVE 1 TO JUR-DIAS
                   MOVE JUROSDIA TO JUR-VALOR
                   MOVE ZEROS TO JUR-VRBANCO
                   MOVE "P" TO JUR-SITUACAO
                   WRITE REGFLJUR
               NOT INVALID KEY
                   ADD 1 TO JUR-DIAS
                   ADD JUROSDIA TO JUR-VALOR
                   REWRITE REGFLJUR
           END-READ
           MOVE "00" TO ERROJUR.

      *Relatorio das quitacoes pendentes, com as vencidas destacadas
      *- carro vendido e nao quitado no prazo gera multa do banco
       RELATORIO.

           MOVE ZEROS TO QTPENDENTES QTVENCIDAS VRPENDENTE
           MOVE "QUITACOES DE FLOOR-PLAN" TO TITULOREL
           PERFORM ABRESPOOL
           MOVE "QUITACOES DE FLOOR-PLAN PENDENTES" TO LINHAREL
           PERFORM GRAVAREL
           PERFORM GRAVAREL
           MOVE "CHASSI            BCO EV EVENTO   PRAZO" TO LINHAREL
           MOVE "ATRASO   VALOR FINANC." TO LINHAREL(45:22)
           PERFORM GRAVAREL
           MOVE ALL "-" TO LINHAREL(1:76)
           PERFORM GRAVAREL

           MOVE LOW-VALUES TO FLO-CHASSI
           MOVE "N" TO FIMLISTA
           START CADFLOOR KEY IS NOT LESS THAN FLO-CHASSI
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM RELATAPENDENTE UNTIL FIMLISTA = "S"
           MOVE "00" TO ERRO

           MOVE ALL "-" TO LINHAREL(1:76)
           PERFORM GRAVAREL
           MOVE VRPENDENTE TO LD-TOTAL
           STRING "PENDENTES: " QTPENDENTES "  VENCIDAS: " QTVENCIDAS
               "  PRINCIPAL A QUITAR: " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           CLOSE ARQREL

           DISPLAY "QUITACOES PENDENTES: " QTPENDENTES
           DISPLAY "QUITACOES VENCIDAS:  " QTVENCIDAS
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO MENU-PRINCIPAL.

      *Le o proximo contrato e lista se estiver com quitacao pendente
       RELATAPENDENTE.

           READ CADFLOOR NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF FLO-SITUACAO = "Q"
                   ADD 1 TO QTPENDENTES
                   ADD FLO-VALORFIN TO VRPENDENTE
                   COMPUTE DIASATRASO = DIASHOJE
                       - FUNCTION INTEGER-OF-DATE (FLO-PRAZOQUIT)
                   MOVE DIASATRASO TO LD-DIAS
                   MOVE FLO-VALORFIN TO LD-VALOR
                   MOVE FLO-CHASSI TO LINHAREL(1:17)
                   MOVE FLO-BANCO TO LINHAREL(19:3)
                   MOVE FLO-EVENTO TO LINHAREL(23:1)
                   MOVE FLO-DATAEVENTO TO LINHAREL(26:8)
                   MOVE FLO-PRAZOQUIT TO LINHAREL(35:8)
                   MOVE LD-DIAS TO LINHAREL(45:5)
                   MOVE LD-VALOR TO LINHAREL(54:11)
                   IF FLO-PRAZOQUIT < DATAHOJE
                       ADD 1 TO QTVENCIDAS
                       MOVE "VENCIDA" TO LINHAREL(67:7)
                   END-IF
                   PERFORM GRAVAREL
               END-IF
           END-IF.

      *Conferencia do extrato de juros do banco (EXTFLOOR.TXT) do
      *mes contra a apropriacao de CADFLJUR: zera o lado do banco do
      *mes, soma as linhas do extrato e compara chassi a chassi
       CONFERIR.

           DISPLAY "MES DO EXTRATO (AAAAMM, 0 = VOLTAR): "
           ACCEPT PERIODOPEDIDO
           IF PERIODOPEDIDO = ZEROS
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "00" TO ERROLJF
           OPEN INPUT EXTFLOOR
           IF ERROLJF NOT = "00"
               DISPLAY "EXTFLOOR.TXT NAO ENCONTRADO"
               MOVE "00" TO ERROLJF
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE ZEROS TO QTLINHAS QTSEMPROVISAO QTCONFERIDOS
           MOVE ZEROS TO QTDIVERGENTES VRNOSSO VRBANCO
           MOVE "CONFERENCIA JUROS FLOOR-PLAN" TO TITULOREL
           PERFORM ABRESPOOL
           STRING "EXTRATO DE JUROS DO MES " PERIODOPEDIDO
               "  TOLERANCIA POR CHASSI: " TOLFLOOR
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           PERFORM GRAVAREL

           MOVE LOW-VALUES TO JUR-CHAVE
           MOVE "N" TO FIMLISTA
           START CADFLJUR KEY IS NOT LESS THAN JUR-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM ZERABANCO UNTIL FIMLISTA = "S"
           MOVE "00" TO ERROJUR

           MOVE "COBRADO PELO BANCO SEM APROPRIACAO NOSSA" TO LINHAREL
           PERFORM GRAVAREL
           MOVE "CHASSI            BCO" TO LINHAREL
           MOVE "VALOR BANCO" TO LINHAREL(34:11)
           PERFORM GRAVAREL
           MOVE ALL "-" TO LINHAREL(1:76)
           PERFORM GRAVAREL
           MOVE "N" TO FIMLISTA
           PERFORM LELINHAJUROS UNTIL FIMLISTA = "S"
           CLOSE EXTFLOOR
           PERFORM GRAVAREL

           MOVE "DIVERGENCIAS ENTRE O BANCO E A APROPRIACAO" TO LINHAREL
           PERFORM GRAVAREL
           MOVE "CHASSI            BCO DIAS" TO LINHAREL
           MOVE "NOSSO       BANCO   DIFERENCA" TO LINHAREL(34:29)
           PERFORM GRAVAREL
           MOVE ALL "-" TO LINHAREL(1:76)
           PERFORM GRAVAREL
           MOVE LOW-VALUES TO JUR-CHAVE
           MOVE "N" TO FIMLISTA
           START CADFLJUR KEY IS NOT LESS THAN JUR-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM COMPARAMES UNTIL FIMLISTA = "S"
           MOVE "00" TO ERROJUR

           MOVE ALL "-" TO LINHAREL(1:76)
           PERFORM GRAVAREL
           MOVE VRNOSSO TO LD-TOTAL
           STRING "JUROS APROPRIADOS NO MES: " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE VRBANCO TO LD-TOTAL
           STRING "JUROS COBRADOS PELO BANCO: " LD-TOTAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           STRING "CONFERIDOS: " QTCONFERIDOS "  DIVERGENTES: "
               QTDIVERGENTES "  SEM APROPRIACAO: " QTSEMPROVISAO
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           CLOSE ARQREL

           MOVE "CONFLP" TO LOG-OPERACAO
           MOVE PERIODOPEDIDO TO LOG-CHAVE
           PERFORM GRAVALOG

           DISPLAY "LINHAS DO EXTRATO NO MES: " QTLINHAS
           DISPLAY "CONFERIDOS: " QTCONFERIDOS
               "  DIVERGENTES: " QTDIVERGENTES
           DISPLAY "COBRADOS SEM APROPRIACAO: " QTSEMPROVISAO
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO MENU-PRINCIPAL.

      *Le o proximo mes de juros e, se for o mes conferido, zera o
      *valor do banco para a nova conferencia
       ZERABANCO.

           READ CADFLJUR NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF JUR-PERIODO = PERIODOPEDIDO
                   MOVE ZEROS TO JUR-VRBANCO
                   MOVE "P" TO JUR-SITUACAO
                   REWRITE REGFLJUR
               END-IF
           END-IF.

      *Le a proxima linha do extrato e soma o valor do banco no mes
      *de juros do chassi; sem apropriacao nossa vai para a lista
       LELINHAJUROS.

           READ EXTFLOOR
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF LJF-PERIODO = PERIODOPEDIDO
                   ADD 1 TO QTLINHAS
                   ADD LJF-VALOR TO VRBANCO
                   MOVE LJF-CHASSI TO JUR-CHASSI
                   MOVE LJF-PERIODO TO JUR-PERIODO
                   READ CADFLJUR
                       INVALID KEY
                           ADD 1 TO QTSEMPROVISAO
                           MOVE LJF-VALOR TO LD-VALOR
                           MOVE LJF-CHASSI TO LINHAREL(1:17)
                           MOVE LJF-BANCO TO LINHAREL(19:3)
                           MOVE LD-VALOR TO LINHAREL(34:11)
                           PERFORM GRAVAREL
                       NOT INVALID KEY
                           ADD LJF-VALOR TO JUR-VRBANCO
                           REWRITE REGFLJUR
                   END-READ
                   MOVE "00" TO ERROJUR
               END-IF
           END-IF.

      *Le o proximo mes de juros e, se for o mes conferido, compara
      *o banco com a apropriacao e marca conferido ou divergente
       COMPARAMES.

           READ CADFLJUR NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF JUR-PERIODO = PERIODOPEDIDO
                   ADD JUR-VALOR TO VRNOSSO
                   COMPUTE DIFERENCA = JUR-VRBANCO - JUR-VALOR
                   IF DIFERENCA < ZEROS
                       COMPUTE DIFABS = ZEROS - DIFERENCA
                   ELSE
                       MOVE DIFERENCA TO DIFABS
                   END-IF
                   IF DIFABS > TOLFLOOR OR JUR-VRBANCO = ZEROS
                       MOVE "D" TO JUR-SITUACAO
                       ADD 1 TO QTDIVERGENTES
                       MOVE JUR-CHASSI TO LINHAREL(1:17)
                       MOVE JUR-BANCO TO LINHAREL(19:3)
                       MOVE JUR-DIAS TO LINHAREL(24:2)
                       MOVE JUR-VALOR TO LD-VALOR
                       MOVE LD-VALOR TO LINHAREL(28:11)
                       MOVE JUR-VRBANCO TO LD-VALOR
                       MOVE LD-VALOR TO LINHAREL(40:11)
                       MOVE DIFERENCA TO LD-DIFER
                       MOVE LD-DIFER TO LINHAREL(52:11)
                       IF JUR-VRBANCO = ZEROS
                           MOVE "FORA DO EXTRATO" TO LINHAREL(64:15)
                       END-IF
                       PERFORM GRAVAREL
                   ELSE
                       MOVE "C" TO JUR-SITUACAO
                       ADD 1 TO QTCONFERIDOS
                   END-IF
                   REWRITE REGFLJUR
               END-IF
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
           MOVE "P172FLP" TO LOG-PROGRAMA
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

           CLOSE CADFLOOR
           CLOSE CADFLJUR.

      *Fecha o programa
       FIM.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "FLP" TO NOMERELATORIO(1:3)
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
           MOVE "P172FLP" TO SPO-PROGRAMA
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
           STRING "P172FLP  " TITULOREL "  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172FLP.
