      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Pesquisa de satisfacao pos-entrega (NPS). A lista do
      *    dia para ligar sai pelo spool (P172SPO) com os clientes
      *    cuja entrega foi registrada no P172ETG ha DIASNPS dias
      *    (CADPARAM, padrao 7) - mais os dos 6 dias anteriores que
      *    ainda nao responderam - com telefone de CADPROPR e
      *    vendedor de CADVEIC. A tela de pesquisa grava em CADNPS a
      *    nota de 0 a 10, o motivo e se houve reclamacao; a
      *    reclamacao fica aberta para o gerente da filial tratar
      *    aqui mesmo. O relatorio mensal mostra o NPS (% de
      *    promotores, notas 9 e 10, menos % de detratores, notas 0
      *    a 6) por vendedor, filial e modelo, que e o numero pedido
      *    pela montadora.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172NPS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNPS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPS-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADENTG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTG-CHASSI
               FILE STATUS IS ERROENT.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERROVEI
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               FILE STATUS IS ERROPRO
               ALTERNATE RECORD KEY EMAIL DUPLICATES.
           SELECT CADMODEL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADMOD-CODIGO
               FILE STATUS IS ERROMOD
               ALTERNATE RECORD KEY MODELO DUPLICATES.
           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CODIGO
               FILE STATUS IS ERRO.
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

           FD CADNPS
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADNPS.DAT".
           01 REGNPS.
               02 NPS-CHAVE.
                   03 NPS-CHASSI PIC X(17) VALUE SPACES.
                   03 NPS-DATAENTREGA PIC 9(8) VALUE ZEROS.
               02 NPS-CPF PIC 9(11) VALUE ZEROS.
               02 NPS-DATAPESQ PIC 9(8) VALUE ZEROS.
               02 NPS-VENDEDOR PIC 9(3) VALUE ZEROS.
               02 NPS-FILIAL PIC 9(2) VALUE ZEROS.
               02 NPS-MARCA PIC 9(3) VALUE ZEROS.
               02 NPS-MODELO PIC 9(3) VALUE ZEROS.
               02 NPS-NOTA PIC 9(2) VALUE ZEROS.
               02 NPS-MOTIVO PIC X(40) VALUE SPACES.
               02 NPS-RECLAMACAO PIC X(1) VALUE "N".
               02 NPS-TRATATIVA PIC X(1) VALUE SPACES.
               02 NPS-SOLUCAO PIC X(40) VALUE SPACES.
               02 NPS-DATASOLUCAO PIC 9(8) VALUE ZEROS.
               02 NPS-GERENTE PIC X(20) VALUE SPACES.

           FD CADENTG
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADENTG.DAT".
           01 REGENTG.
               02 ENTG-CHASSI PIC X(17) VALUE SPACES.
               02 ENTG-CPF PIC 9(11) VALUE ZEROS.
               02 ENTG-DATAVENDA PIC 9(8) VALUE ZEROS.
               02 ENTG-DATAAGEND PIC 9(8) VALUE ZEROS.
               02 ENTG-FILIAL PIC 9(2) VALUE ZEROS.
               02 ENTG-LAVAGEM PIC X(1) VALUE "N".
               02 ENTG-TANQUE PIC X(1) VALUE "N".
               02 ENTG-REVISAO PIC X(1) VALUE "N".
               02 ENTG-EMPLACAMENTO PIC X(1) VALUE "N".
               02 ENTG-SITUACAO PIC X(1) VALUE "P".
               02 ENTG-DATAENTREGA PIC 9(8) VALUE ZEROS.

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

           FD CADMODEL
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADMODEL.DAT".
           01 REGMODELO.
               02 CADMOD-CODIGO.
                   05 CONTCODIGO PIC 9(3) VALUE ZEROS.
                   05 CODIGOMODELO PIC 9(3) VALUE ZEROS.
               02 MODELO PIC X(20) VALUE SPACES.
               02 CADMOD-MARCA PIC X(20) VALUE SPACES.

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
           01 ERROENT PIC X(2) VALUE "00".
           01 ERROVEI PIC X(2) VALUE "00".
           01 ERROPRO PIC X(2) VALUE "00".
           01 ERROMOD PIC X(2) VALUE "00".
           01 OPC PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 ACHOUNPS PIC X(1) VALUE "N".
           01 NIVELOPER PIC X(1) VALUE SPACES.
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 DATAALVO PIC 9(8) VALUE ZEROS.
           01 DATAINICIO PIC 9(8) VALUE ZEROS.
           01 DIASNPS PIC 9(5)V99 VALUE ZEROS.
           01 PARAMPADRAO PIC 9(5)V99 VALUE ZEROS.
           01 DIASTRAB PIC 9(8) VALUE ZEROS.
           01 CHASSIPEDIDO PIC X(17) VALUE SPACES.
           01 FILIALPEDIDA PIC 9(2) VALUE ZEROS.
           01 ANOMESPEDIDO PIC 9(6) VALUE ZEROS.
           01 QTLIGAR PIC 9(5) VALUE ZEROS.
           01 QTABERTAS PIC 9(5) VALUE ZEROS.
           01 QTRECLAMACOES PIC 9(5) VALUE ZEROS.

      *    contagem de respostas do mes por vendedor, filial e modelo
           01 TABVEND.
               02 TV-ENT OCCURS 50 TIMES.
                   03 TV-CODIGO PIC 9(3).
                   03 TV-QTD PIC 9(5).
                   03 TV-PROMOTOR PIC 9(5).
                   03 TV-DETRATOR PIC 9(5).
           01 QTVEND PIC 9(2) VALUE ZEROS.
           01 IXVEND PIC 9(2) VALUE ZEROS.
           01 ACHOUVEND PIC X(1) VALUE "N".
           01 VENDTRAB PIC 9(3) VALUE ZEROS.

           01 TABFILIAL.
               02 FIL-ENT OCCURS 99 TIMES.
                   03 FIL-QTD PIC 9(5).
                   03 FIL-PROMOTOR PIC 9(5).
                   03 FIL-DETRATOR PIC 9(5).
           01 IXFIL PIC 9(3) VALUE ZEROS.

           01 TABMODELO.
               02 TM-ENT OCCURS 50 TIMES.
                   03 TM-MARCA PIC 9(3).
                   03 TM-MODELO PIC 9(3).
                   03 TM-QTD PIC 9(5).
                   03 TM-PROMOTOR PIC 9(5).
                   03 TM-DETRATOR PIC 9(5).
           01 QTMODELO PIC 9(2) VALUE ZEROS.
           01 IXMOD PIC 9(2) VALUE ZEROS.
           01 ACHOUMOD PIC X(1) VALUE "N".

           01 QTTOTAL PIC 9(5) VALUE ZEROS.
           01 QTPROMOTOR PIC 9(5) VALUE ZEROS.
           01 QTDETRATOR PIC 9(5) VALUE ZEROS.
           01 QTTRAB PIC 9(5) VALUE ZEROS.
           01 PROMTRAB PIC 9(5) VALUE ZEROS.
           01 DETRTRAB PIC 9(5) VALUE ZEROS.
           01 NPSTRAB PIC S9(3)V99 VALUE ZEROS.
           01 LD-NPS PIC -ZZ9,99 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Cria o arquivo "CADNPS.dat" na primeira execucao
       ARQUIVO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE

           OPEN I-O CADNPS
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADNPS
                   CLOSE CADNPS
                   DISPLAY "ARQUIVO CADNPS SENDO CRIADO"
                   GO TO ARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNPS"
                   GO TO FIM
           ELSE
               CONTINUE.

      *Mostra um menu de opcoes para o usuario
       MENU-PRINCIPAL.

           DISPLAY " "
           DISPLAY "PESQUISA DE SATISFACAO (NPS)"
           DISPLAY "1 - LISTA DO DIA PARA LIGAR"
           DISPLAY "2 - REGISTRAR PESQUISA"
           DISPLAY "3 - RECLAMACOES EM ABERTO"
           DISPLAY "4 - TRATAR RECLAMACAO (GERENTE)"
           DISPLAY "5 - RELATORIO MENSAL DE NPS"
           DISPLAY "6 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
                   GO TO LISTALIGAR
               ELSE IF OPC = "2"
                   GO TO PESQUISA
               ELSE IF OPC = "3"
                   GO TO ABERTAS
               ELSE IF OPC = "4"
                   GO TO TRATAR
               ELSE IF OPC = "5"
                   GO TO RELATORIO
               ELSE IF OPC = "6"
                   GO TO SAIR
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Lista do dia: entregas de DIASNPS dias atras ainda sem
      *pesquisa, com repescagem de quem nao respondeu nos 6 dias
      *anteriores
       LISTALIGAR.

           MOVE "DIASNPS" TO PARAM-CODIGO
           MOVE 7 TO PARAMPADRAO
           PERFORM BUSCAPARAM
           MOVE PARAMPADRAO TO DIASNPS

           COMPUTE DIASTRAB =
               FUNCTION INTEGER-OF-DATE (DATAHOJE) - DIASNPS
           COMPUTE DATAALVO = FUNCTION DATE-OF-INTEGER (DIASTRAB)
           SUBTRACT 6 FROM DIASTRAB
           COMPUTE DATAINICIO = FUNCTION DATE-OF-INTEGER (DIASTRAB)

           MOVE "00" TO ERROENT
           OPEN INPUT CADENTG
           IF ERROENT NOT = "00"
               DISPLAY "NENHUMA ENTREGA REGISTRADA AINDA"
               GO TO MENU-PRINCIPAL
           END-IF
           OPEN INPUT CADVEIC
           OPEN INPUT CADPROPR

           MOVE "PESQUISA NPS - LIGAR PARA" TO TITULOREL
           PERFORM ABRESPOOL

           STRING "ENTREGAS DE " DATAINICIO " A " DATAALVO
               " SEM PESQUISA"
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE "CHASSI             ENTREGA   CLIENTE" TO LINHAREL
           PERFORM GRAVAREL
           MOVE "  TELEFONE        VENDEDOR FILIAL" TO LINHAREL
           PERFORM GRAVAREL
           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL

           MOVE ZEROS TO QTLIGAR
           MOVE "N" TO FIMLISTA
           PERFORM MOSTRALIGAR UNTIL FIMLISTA = "S"

           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL
           STRING "CLIENTES PARA LIGAR: " QTLIGAR
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           CLOSE ARQREL

           CLOSE CADENTG
           CLOSE CADVEIC
           CLOSE CADPROPR
           MOVE "00" TO ERRO

           DISPLAY " "
           DISPLAY "CLIENTES PARA LIGAR: " QTLIGAR
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO MENU-PRINCIPAL.

      *Le a proxima entrega e lista se entregue na janela e ainda
      *sem pesquisa gravada
       MOSTRALIGAR.

           READ CADENTG NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF ENTG-SITUACAO = "E"
                   AND ENTG-DATAENTREGA NOT < DATAINICIO
                   AND ENTG-DATAENTREGA NOT > DATAALVO
                   MOVE ENTG-CHASSI TO NPS-CHASSI
                   MOVE ENTG-DATAENTREGA TO NPS-DATAENTREGA
                   READ CADNPS
                       INVALID KEY
                           PERFORM LINHALIGAR
                   END-READ
                   MOVE "00" TO ERRO
               END-IF
           END-IF.

      *Imprime a linha do cliente a ligar com telefone e vendedor
       LINHALIGAR.

           MOVE SPACES TO NOME
           MOVE ZEROS TO DDD NUMERO
           MOVE ENTG-CPF TO CPF
           READ CADPROPR
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTR." TO NOME
           END-READ

           MOVE ZEROS TO VEIC-VEND
           MOVE ENTG-CHASSI TO CHASSI
           READ CADVEIC KEY IS CHASSI
               INVALID KEY
                   MOVE ZEROS TO VEIC-VEND
           END-READ

           STRING ENTG-CHASSI "  " ENTG-DATAENTREGA "  " NOME
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           STRING "  (" DDD ") " NUMERO "   " VEIC-VEND "      "
               ENTG-FILIAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           ADD 1 TO QTLIGAR.

      *Registra a resposta do cliente: nota de 0 a 10, motivo e
      *reclamacao (que fica aberta para o gerente da filial)
       PESQUISA.

           DISPLAY "CHASSI DO VEICULO ENTREGUE: "
           ACCEPT CHASSIPEDIDO

           MOVE "00" TO ERROENT
           OPEN INPUT CADENTG
           IF ERROENT NOT = "00"
               DISPLAY "NENHUMA ENTREGA REGISTRADA AINDA"
               GO TO MENU-PRINCIPAL
           END-IF
           MOVE CHASSIPEDIDO TO ENTG-CHASSI
           READ CADENTG
               INVALID KEY
                   MOVE "P" TO ENTG-SITUACAO
                   MOVE SPACES TO ENTG-CHASSI
           END-READ
           CLOSE CADENTG
           IF ENTG-CHASSI = SPACES OR ENTG-SITUACAO NOT = "E"
               DISPLAY "VEICULO AINDA NAO ENTREGUE (P172ETG)"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE ENTG-CHASSI TO NPS-CHASSI
           MOVE ENTG-DATAENTREGA TO NPS-DATAENTREGA
           READ CADNPS
           IF ERRO = "00"
               DISPLAY "PESQUISA JA REGISTRADA EM " NPS-DATAPESQ
                   " - NOTA " NPS-NOTA
               GO TO MENU-PRINCIPAL
           END-IF
           MOVE "00" TO ERRO

           DISPLAY "ENTREGUE EM " ENTG-DATAENTREGA
           DISPLAY "CLIENTE ATENDEU A LIGACAO ? S/N"
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               DISPLAY "SEM RESPOSTA, CONTINUA NA LISTA DOS PROXIMOS"
                   " DIAS"
               GO TO MENU-PRINCIPAL
           END-IF

      *    vendedor, filial e modelo vem da venda; sem a venda fica
      *    a filial da entrega
           MOVE ENTG-CPF TO NPS-CPF
           MOVE ENTG-FILIAL TO NPS-FILIAL
           MOVE ZEROS TO NPS-VENDEDOR NPS-MARCA NPS-MODELO
           MOVE "00" TO ERROVEI
           OPEN INPUT CADVEIC
           IF ERROVEI = "00"
               MOVE ENTG-CHASSI TO CHASSI
               READ CADVEIC KEY IS CHASSI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VEIC-VEND TO NPS-VENDEDOR
                       MOVE VEIC-MARCA TO NPS-MARCA
                       MOVE VEIC-MODEL TO NPS-MODELO
                       IF FILIAL NOT = ZEROS
                           MOVE FILIAL TO NPS-FILIAL
                       END-IF
               END-READ
               CLOSE CADVEIC
           END-IF.

       PESQUISA-NOTA.

           DISPLAY "DE 0 A 10, QUANTO O CLIENTE RECOMENDARIA A LOJA ? "
           ACCEPT NPS-NOTA
           IF NPS-NOTA > 10
               DISPLAY "NOTA DEVE SER DE 0 A 10"
               GO TO PESQUISA-NOTA
           END-IF

           DISPLAY "MOTIVO DA NOTA: "
           ACCEPT NPS-MOTIVO

           DISPLAY "CLIENTE TEM RECLAMACAO ? S/N"
           ACCEPT OPC
           MOVE SPACES TO NPS-TRATATIVA NPS-SOLUCAO NPS-GERENTE
           MOVE ZEROS TO NPS-DATASOLUCAO
           IF OPC = "S" OR "s"
               MOVE "S" TO NPS-RECLAMACAO
               MOVE "A" TO NPS-TRATATIVA
           ELSE
               MOVE "N" TO NPS-RECLAMACAO
           END-IF
           MOVE DATAHOJE TO NPS-DATAPESQ

           WRITE REGNPS
           IF ERRO = "00" OR "02"
               DISPLAY "PESQUISA GRAVADA"
               IF NPS-RECLAMACAO = "S"
                   DISPLAY "RECLAMACAO ABERTA PARA O GERENTE DA FILIAL "
                       NPS-FILIAL
               END-IF
               MOVE "NPS" TO LOG-OPERACAO
               MOVE NPS-CHASSI TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO NA GRAVACAO DA PESQUISA"
           END-IF
           MOVE "00" TO ERRO
           GO TO MENU-PRINCIPAL.

      *Lista as reclamacoes ainda nao tratadas, de uma filial ou de
      *todas
       ABERTAS.

           DISPLAY "FILIAL (0 = TODAS): "
           ACCEPT FILIALPEDIDA

           MOVE "N" TO FIMLISTA
           MOVE SPACES TO NPS-CHASSI
           MOVE ZEROS TO NPS-DATAENTREGA
           START CADNPS KEY IS NOT LESS THAN NPS-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START

           DISPLAY " "
           DISPLAY "CHASSI             FIL PESQUISA NOTA VEND"
           DISPLAY "  MOTIVO"
           DISPLAY "-----------------------------------------------"

           MOVE ZEROS TO QTABERTAS
           PERFORM MOSTRAABERTA UNTIL FIMLISTA = "S"

           DISPLAY "-----------------------------------------------"
           DISPLAY "RECLAMACOES EM ABERTO: " QTABERTAS
           MOVE "00" TO ERRO
           GO TO MENU-PRINCIPAL.

      *Le a proxima pesquisa e mostra se for reclamacao em aberto
       MOSTRAABERTA.

           READ CADNPS NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF NPS-TRATATIVA = "A"
                   AND (FILIALPEDIDA = ZEROS
                       OR NPS-FILIAL = FILIALPEDIDA)
                   DISPLAY NPS-CHASSI "  " NPS-FILIAL "  "
                       NPS-DATAPESQ " " NPS-NOTA "   " NPS-VENDEDOR
                   DISPLAY "  " NPS-MOTIVO
                   ADD 1 TO QTABERTAS
               END-IF
           END-IF.

      *Gerente registra a solucao dada a reclamacao e a encerra
       TRATAR.

           MOVE SPACES TO NIVELOPER
           ACCEPT NIVELOPER FROM ENVIRONMENT "OPERNIVEL"
           IF NIVELOPER NOT = "3"
               DISPLAY "TRATAMENTO DE RECLAMACAO SO PELO GERENTE"
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "CHASSI DO VEICULO: "
           ACCEPT CHASSIPEDIDO

           MOVE "N" TO ACHOUNPS
           MOVE "N" TO FIMLISTA
           MOVE CHASSIPEDIDO TO NPS-CHASSI
           MOVE ZEROS TO NPS-DATAENTREGA
           START CADNPS KEY IS NOT LESS THAN NPS-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM PROCURAABERTA UNTIL FIMLISTA = "S"
           MOVE "00" TO ERRO

           IF ACHOUNPS = "N"
               DISPLAY "NENHUMA RECLAMACAO EM ABERTO PARA ESSE CHASSI"
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "FILIAL " NPS-FILIAL "  PESQUISA DE " NPS-DATAPESQ
               "  NOTA " NPS-NOTA
           DISPLAY "MOTIVO: " NPS-MOTIVO
           DISPLAY "SOLUCAO DADA AO CLIENTE: "
           ACCEPT NPS-SOLUCAO
           IF NPS-SOLUCAO = SPACES
               DISPLAY "DESCREVA A SOLUCAO PARA ENCERRAR"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "F" TO NPS-TRATATIVA
           MOVE DATAHOJE TO NPS-DATASOLUCAO
           ACCEPT NPS-GERENTE FROM ENVIRONMENT "USER"
           REWRITE REGNPS
           IF ERRO = "00" OR "02"
               DISPLAY "RECLAMACAO ENCERRADA"
               MOVE "TRATRC" TO LOG-OPERACAO
               MOVE NPS-CHASSI TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO NA GRAVACAO DA SOLUCAO"
           END-IF
           MOVE "00" TO ERRO
           GO TO MENU-PRINCIPAL.

      *Le a proxima pesquisa do chassi e para na reclamacao aberta
       PROCURAABERTA.

           READ CADNPS NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF NPS-CHASSI NOT = CHASSIPEDIDO
                   MOVE "S" TO FIMLISTA
               ELSE IF NPS-TRATATIVA = "A"
                   MOVE "S" TO ACHOUNPS
                   MOVE "S" TO FIMLISTA
               END-IF
           END-IF.

      *Relatorio mensal de NPS por vendedor, filial e modelo
       RELATORIO.

           DISPLAY "ANO/MES DAS PESQUISAS (AAAAMM): "
           ACCEPT ANOMESPEDIDO

           MOVE ZEROS TO QTVEND QTMODELO
           MOVE ZEROS TO QTTOTAL QTPROMOTOR QTDETRATOR QTRECLAMACOES
           MOVE 1 TO IXFIL
           PERFORM LIMPAFILIAL UNTIL IXFIL > 99

           MOVE "N" TO FIMLISTA
           MOVE SPACES TO NPS-CHASSI
           MOVE ZEROS TO NPS-DATAENTREGA
           START CADNPS KEY IS NOT LESS THAN NPS-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM ACUMULANPS UNTIL FIMLISTA = "S"
           MOVE "00" TO ERRO

           MOVE "NPS MENSAL" TO TITULOREL
           PERFORM ABRESPOOL

           STRING "NPS DO MES " ANOMESPEDIDO
               " (PROMOTORES 9-10 MENOS DETRATORES 0-6)"
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE QTTOTAL TO QTTRAB
           MOVE QTPROMOTOR TO PROMTRAB
           MOVE QTDETRATOR TO DETRTRAB
           PERFORM CALCULANPS
           STRING "RESPOSTAS: " QTTOTAL "  PROMOTORES: " QTPROMOTOR
               "  DETRATORES: " QTDETRATOR "  NPS: " LD-NPS
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           STRING "RECLAMACOES NO MES: " QTRECLAMACOES
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           PERFORM GRAVAREL

           MOVE "POR VENDEDOR" TO LINHAREL
           PERFORM GRAVAREL
           MOVE "COD  RESP.  PROM.  DETR.     NPS" TO LINHAREL
           PERFORM GRAVAREL
           MOVE 1 TO IXVEND
           PERFORM MOSTRAVENDEDOR UNTIL IXVEND > QTVEND
           PERFORM GRAVAREL

           MOVE "POR FILIAL" TO LINHAREL
           PERFORM GRAVAREL
           MOVE "FIL  RESP.  PROM.  DETR.     NPS" TO LINHAREL
           PERFORM GRAVAREL
           MOVE 1 TO IXFIL
           PERFORM MOSTRAFILIAL UNTIL IXFIL > 99
           PERFORM GRAVAREL

           MOVE "POR MODELO" TO LINHAREL
           PERFORM GRAVAREL
           MOVE "MAR/MOD  MODELO               RESP.  PROM.  DETR."
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "      NPS" TO LINHAREL
           PERFORM GRAVAREL
           MOVE 1 TO IXMOD
           PERFORM MOSTRAMODELO UNTIL IXMOD > QTMODELO

           CLOSE ARQREL
           MOVE QTTOTAL TO QTTRAB
           MOVE QTPROMOTOR TO PROMTRAB
           MOVE QTDETRATOR TO DETRTRAB
           PERFORM CALCULANPS
           DISPLAY " "
           DISPLAY "NPS DO MES " ANOMESPEDIDO ": " LD-NPS
               "  (" QTTOTAL " RESPOSTAS)"
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO MENU-PRINCIPAL.

      *Zera a entrada de filial corrente
       LIMPAFILIAL.

           MOVE ZEROS TO FIL-QTD (IXFIL)
           MOVE ZEROS TO FIL-PROMOTOR (IXFIL)
           MOVE ZEROS TO FIL-DETRATOR (IXFIL)
           ADD 1 TO IXFIL.

      *Le a proxima pesquisa e acumula se for do mes pedido
       ACUMULANPS.

           READ CADNPS NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF NPS-DATAPESQ(1:6) = ANOMESPEDIDO
                   ADD 1 TO QTTOTAL
                   IF NPS-NOTA > 8
                       ADD 1 TO QTPROMOTOR
                   END-IF
                   IF NPS-NOTA < 7
                       ADD 1 TO QTDETRATOR
                   END-IF
                   IF NPS-RECLAMACAO = "S"
                       ADD 1 TO QTRECLAMACOES
                   END-IF
                   MOVE NPS-VENDEDOR TO VENDTRAB
                   PERFORM ACHAVENDEDOR
                   IF ACHOUVEND = "S"
                       ADD 1 TO TV-QTD (IXVEND)
                       IF NPS-NOTA > 8
                           ADD 1 TO TV-PROMOTOR (IXVEND)
                       END-IF
                       IF NPS-NOTA < 7
                           ADD 1 TO TV-DETRATOR (IXVEND)
                       END-IF
                   END-IF
                   IF NPS-FILIAL > ZEROS AND NPS-FILIAL <= 99
                       MOVE NPS-FILIAL TO IXFIL
                       ADD 1 TO FIL-QTD (IXFIL)
                       IF NPS-NOTA > 8
                           ADD 1 TO FIL-PROMOTOR (IXFIL)
                       END-IF
                       IF NPS-NOTA < 7
                           ADD 1 TO FIL-DETRATOR (IXFIL)
                       END-IF
                   END-IF
                   PERFORM ACHAMODELO
                   IF ACHOUMOD = "S"
                       ADD 1 TO TM-QTD (IXMOD)
                       IF NPS-NOTA > 8
                           ADD 1 TO TM-PROMOTOR (IXMOD)
                       END-IF
                       IF NPS-NOTA < 7
                           ADD 1 TO TM-DETRATOR (IXMOD)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Acha (ou abre) a entrada do vendedor de trabalho na tabela
       ACHAVENDEDOR.

           MOVE "N" TO ACHOUVEND
           MOVE 1 TO IXVEND
           PERFORM PROCURAVEND UNTIL ACHOUVEND = "S"
               OR IXVEND > QTVEND

           IF ACHOUVEND = "N"
               IF QTVEND < 50
                   ADD 1 TO QTVEND
                   MOVE VENDTRAB TO TV-CODIGO (QTVEND)
                   MOVE ZEROS TO TV-QTD (QTVEND)
                   MOVE ZEROS TO TV-PROMOTOR (QTVEND)
                   MOVE ZEROS TO TV-DETRATOR (QTVEND)
                   MOVE QTVEND TO IXVEND
                   MOVE "S" TO ACHOUVEND
               END-IF
           END-IF.

      *Procura o vendedor de trabalho na tabela
       PROCURAVEND.

           IF TV-CODIGO (IXVEND) = VENDTRAB
               MOVE "S" TO ACHOUVEND
           ELSE
               ADD 1 TO IXVEND
           END-IF.

      *Acha (ou abre) a entrada do modelo da pesquisa na tabela
       ACHAMODELO.

           MOVE "N" TO ACHOUMOD
           MOVE 1 TO IXMOD
           PERFORM PROCURAMOD UNTIL ACHOUMOD = "S"
               OR IXMOD > QTMODELO

           IF ACHOUMOD = "N"
               IF QTMODELO < 50
                   ADD 1 TO QTMODELO
                   MOVE NPS-MARCA TO TM-MARCA (QTMODELO)
                   MOVE NPS-MODELO TO TM-MODELO (QTMODELO)
                   MOVE ZEROS TO TM-QTD (QTMODELO)
                   MOVE ZEROS TO TM-PROMOTOR (QTMODELO)
                   MOVE ZEROS TO TM-DETRATOR (QTMODELO)
                   MOVE QTMODELO TO IXMOD
                   MOVE "S" TO ACHOUMOD
               END-IF
           END-IF.

      *Procura o modelo da pesquisa na tabela
       PROCURAMOD.

           IF TM-MARCA (IXMOD) = NPS-MARCA
               AND TM-MODELO (IXMOD) = NPS-MODELO
               MOVE "S" TO ACHOUMOD
           ELSE
               ADD 1 TO IXMOD
           END-IF.

      *Calcula o NPS de QTTRAB respostas com PROMTRAB promotores e
      *DETRTRAB detratores, ja editado em LD-NPS
       CALCULANPS.

           IF QTTRAB > ZEROS
               COMPUTE NPSTRAB ROUNDED =
                   (PROMTRAB - DETRTRAB) * 100 / QTTRAB
           ELSE
               MOVE ZEROS TO NPSTRAB
           END-IF
           MOVE NPSTRAB TO LD-NPS.

      *Imprime a linha de NPS do vendedor corrente
       MOSTRAVENDEDOR.

           MOVE TV-QTD (IXVEND) TO QTTRAB
           MOVE TV-PROMOTOR (IXVEND) TO PROMTRAB
           MOVE TV-DETRATOR (IXVEND) TO DETRTRAB
           PERFORM CALCULANPS
           STRING TV-CODIGO (IXVEND) "  " TV-QTD (IXVEND) "  "
               TV-PROMOTOR (IXVEND) "  " TV-DETRATOR (IXVEND) "  "
               LD-NPS
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           ADD 1 TO IXVEND.

      *Imprime a linha de NPS da filial corrente, se teve resposta
       MOSTRAFILIAL.

           IF FIL-QTD (IXFIL) > ZEROS
               MOVE FIL-QTD (IXFIL) TO QTTRAB
               MOVE FIL-PROMOTOR (IXFIL) TO PROMTRAB
               MOVE FIL-DETRATOR (IXFIL) TO DETRTRAB
               PERFORM CALCULANPS
               STRING IXFIL(2:2) "   " FIL-QTD (IXFIL) "  "
                   FIL-PROMOTOR (IXFIL) "  " FIL-DETRATOR (IXFIL)
                   "  " LD-NPS
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
           END-IF
           ADD 1 TO IXFIL.

      *Imprime a linha de NPS do modelo corrente com o nome do modelo
       MOSTRAMODELO.

           MOVE SPACES TO MODELO
           MOVE TM-MARCA (IXMOD) TO CONTCODIGO
           MOVE TM-MODELO (IXMOD) TO CODIGOMODELO
           MOVE "00" TO ERROMOD
           OPEN INPUT CADMODEL
           IF ERROMOD = "00"
               READ CADMODEL
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO MODELO
               END-READ
               CLOSE CADMODEL
           END-IF

           MOVE TM-QTD (IXMOD) TO QTTRAB
           MOVE TM-PROMOTOR (IXMOD) TO PROMTRAB
           MOVE TM-DETRATOR (IXMOD) TO DETRTRAB
           PERFORM CALCULANPS
           STRING TM-MARCA (IXMOD) "/" TM-MODELO (IXMOD) "  " MODELO
               " " TM-QTD (IXMOD) "  " TM-PROMOTOR (IXMOD) "  "
               TM-DETRATOR (IXMOD)
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           STRING "   " LD-NPS
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           ADD 1 TO IXMOD.

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
           MOVE "P172NPS" TO LOG-PROGRAMA
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

      *Fecha o arquivo de pesquisas antes de encerrar
       SAIR.

           CLOSE CADNPS.

      *Fecha o programa
       FIM.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "NPS" TO NOMERELATORIO(1:3)
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
           MOVE "P172NPS" TO SPO-PROGRAMA
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
           STRING "P172NPS  " TITULOREL "  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172NPS.
