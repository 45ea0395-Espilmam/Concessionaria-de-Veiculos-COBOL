      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Fila da vez dos vendedores para o cliente que chega
      *    na loja sem agendamento. A recepcao de cada filial monta a
      *    fila do dia (CADFILA) com os vendedores de CADVEND que
      *    estao na loja, na ordem de chegada. A cada cliente
      *    registrado (nome, telefone e modelo de interesse) o
      *    programa entrega o primeiro da vez e abre o lead em
      *    CADLEAD ja com o vendedor, gravando o atendimento em
      *    CADATEN. Pula quem esta no almoco ou em test-drive agora
      *    (reserva ativa na AGENDA), sem que ele perca a vez; quem
      *    atende vai para o fim da fila. Cliente de retorno (mesmo
      *    telefone de um lead anterior) volta para o vendedor
      *    original se ele estiver na loja, sem gastar a vez dele. O
      *    relatorio do dia mostra por vendedor os clientes recebidos
      *    contra as vendas fechadas, para comparar com o atingimento
      *    de metas do P172MET.
      * Mod: 15/10/2026 - o lead aberto na fila grava a filial da
      *      recepcao (layout de CADLEAD com chassi, portal e filial).
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172FDV.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFILA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILA-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADATEN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATEN-NUMERO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY ATEN-DATA DUPLICATES.
           SELECT CADLEAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEAD-NUMERO
               FILE STATUS IS ERRO.
           SELECT CADMODEL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADMOD-CODIGO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY MODELO DUPLICATES.
           SELECT CADVEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-CODIGO
               FILE STATUS IS ERRO.
           SELECT AGENDA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-CHAVE
               FILE STATUS IS ERROAGE.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
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

           FD CADFILA
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADFILA.DAT".
           01 REGFILA.
               02 FILA-CHAVE.
                   03 FILA-DATA PIC 9(8) VALUE ZEROS.
                   03 FILA-FILIAL PIC 9(2) VALUE ZEROS.
                   03 FILA-VEND PIC 9(3) VALUE ZEROS.
               02 FILA-ORDEM PIC 9(4) VALUE ZEROS.
               02 FILA-SITUACAO PIC X(1) VALUE "P".
               02 FILA-ATENDIDOS PIC 9(3) VALUE ZEROS.
               02 FILA-ENTRADA PIC 9(4) VALUE ZEROS.

           FD CADATEN
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADATEN.DAT".
           01 REGATEN.
               02 ATEN-NUMERO PIC 9(8) VALUE ZEROS.
               02 ATEN-DATA PIC 9(8) VALUE ZEROS.
               02 ATEN-HORA PIC 9(4) VALUE ZEROS.
               02 ATEN-FILIAL PIC 9(2) VALUE ZEROS.
               02 ATEN-VENDEDOR PIC 9(3) VALUE ZEROS.
               02 ATEN-NOME PIC X(20) VALUE SPACES.
               02 ATEN-DDD PIC 9(2) VALUE ZEROS.
               02 ATEN-FONE PIC 9(11) VALUE ZEROS.
               02 ATEN-MARCA PIC 9(3) VALUE ZEROS.
               02 ATEN-MODELO PIC 9(3) VALUE ZEROS.
               02 ATEN-TIPO PIC X(1) VALUE "F".
               02 ATEN-LEAD PIC 9(6) VALUE ZEROS.

           FD CADLEAD
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADLEAD.DAT".
           01 REGLEAD.
               02 LEAD-NUMERO PIC 9(6) VALUE ZEROS.
               02 LEAD-SITUACAO PIC X(1) VALUE "A".
               02 LEAD-DATA PIC 9(8) VALUE ZEROS.
               02 LEAD-MARCA PIC 9(3) VALUE ZEROS.
               02 LEAD-MODELO PIC 9(3) VALUE ZEROS.
               02 LEAD-COR PIC 9(2) VALUE ZEROS.
               02 LEAD-ANODE PIC 9(4) VALUE ZEROS.
               02 LEAD-ANOATE PIC 9(4) VALUE ZEROS.
               02 LEAD-NOME PIC X(20) VALUE SPACES.
               02 LEAD-DDD PIC 9(2) VALUE ZEROS.
               02 LEAD-FONE PIC 9(11) VALUE ZEROS.
               02 LEAD-VENDEDOR PIC 9(3) VALUE ZEROS.
               02 LEAD-CHASSI PIC X(17) VALUE SPACES.
               02 LEAD-PORTAL PIC 9(2) VALUE ZEROS.
               02 LEAD-FILIAL PIC 9(2) VALUE ZEROS.

           FD CADMODEL
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADMODEL.DAT".
           01 REGMODELO.
               02 CADMOD-CODIGO.
                   05 CONTCODIGO PIC 9(3) VALUE ZEROS.
                   05 CODIGOMODELO PIC 9(3) VALUE ZEROS.
               02 MODELO PIC X(20) VALUE SPACES.
               02 CADMOD-MARCA PIC X(20) VALUE SPACES.

           FD CADVEND
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADVEND.DAT".
           01 REGVEND.
               02 VEND-CODIGO PIC 9(3) VALUE ZEROS.
               02 VEND-NOME PIC X(30) VALUE SPACES.
               02 VEND-CPF PIC 9(11) VALUE ZEROS.

           FD AGENDA
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "AGENDA.DAT".
           01 REGAGE.
               02 AGE-CHAVE.
                   03 AGE-CHASSI PIC X(17) VALUE SPACES.
                   03 AGE-DATA PIC 9(8) VALUE ZEROS.
                   03 AGE-HORAINI PIC 9(4) VALUE ZEROS.
               02 AGE-HORAFIM PIC 9(4) VALUE ZEROS.
               02 AGE-NOME PIC X(20) VALUE SPACES.
               02 AGE-DDD PIC 9(2) VALUE ZEROS.
               02 AGE-FONE PIC 9(11) VALUE ZEROS.
               02 AGE-VENDEDOR PIC 9(3) VALUE ZEROS.
               02 AGE-SITUACAO PIC X(1) VALUE "A".

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

           FD CTRLNUM
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CTRLNUM.DAT".
           01 REGCTRL.
               02 CTRL-NOME PIC X(8) VALUE SPACES.
               02 CTRL-ULTIMO PIC 9(8) VALUE ZEROS.

           FD LOGTRANS
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "LOGTRANS.DAT".
           01 REGLOG.
               02 LOG-OPERADOR PIC X(20) VALUE SPACES.
               02 LOG-PROGRAMA PIC X(8) VALUE SPACES.
               02 LOG-DATAHORA PIC X(14) VALUE SPACES.
               02 LOG-OPERACAO PIC X(6) VALUE SPACES.
               02 LOG-CHAVE PIC X(20) VALUE SPACES.

           FD CADLOCK
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADLOCK.DAT".
           01 REGLOCK.
               02 LOCK-CHAVE PIC X(30) VALUE SPACES.
               02 LOCK-OPERADOR PIC X(20) VALUE SPACES.
               02 LOCK-DATAHORA PIC X(14) VALUE SPACES.

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


           01 ERRO PIC X(2) VALUE "00".
           01 ERROAGE PIC X(2) VALUE "00".
           01 ERROLOCK PIC X(2) VALUE "00".
           01 LOCKOBTIDO PIC X(1) VALUE "N".
           01 CTRLNOME-TRAB PIC X(8) VALUE SPACES.
           01 TENTATIVASCTRL PIC 9(3) VALUE ZEROS.
           01 NUMPEDIDO PIC 9(8) VALUE ZEROS.
           01 OPC PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 FIMAGENDA PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 HORAAGORA PIC 9(4) VALUE ZEROS.
           01 DATAPEDIDA PIC 9(8) VALUE ZEROS.
           01 FILIALFILA PIC 9(2) VALUE ZEROS.

      *    cliente que chegou e vendedor entregue a ele
           01 NOMECLI PIC X(20) VALUE SPACES.
           01 DDDCLI PIC 9(2) VALUE ZEROS.
           01 FONECLI PIC 9(11) VALUE ZEROS.
           01 MARCACLI PIC 9(3) VALUE ZEROS.
           01 MODELOCLI PIC 9(3) VALUE ZEROS.
           01 TIPOATEN PIC X(1) VALUE "F".
           01 LEADATEN PIC 9(6) VALUE ZEROS.
           01 LEADRETORNO PIC 9(6) VALUE ZEROS.
           01 VENDRETORNO PIC 9(3) VALUE ZEROS.
           01 SITRETORNO PIC X(1) VALUE SPACES.
           01 VENDTRAB PIC 9(3) VALUE ZEROS.
           01 VENDESCOLHIDO PIC 9(3) VALUE ZEROS.
           01 VENDTESTE PIC 9(3) VALUE ZEROS.
           01 EMTESTE PIC X(1) VALUE "N".
           01 MENORORDEM PIC 9(4) VALUE ZEROS.
           01 MAIORORDEM PIC 9(4) VALUE ZEROS.
           01 QTPULADOS PIC 9(3) VALUE ZEROS.

      *    fila do dia carregada para mostrar na ordem da vez
           01 TABFILA.
               02 TF-ENT OCCURS 50 TIMES.
                   03 TF-VEND PIC 9(3).
                   03 TF-ORDEM PIC 9(4).
                   03 TF-SITUACAO PIC X(1).
                   03 TF-ATENDIDOS PIC 9(3).
                   03 TF-MOSTRADO PIC X(1).
           01 QTFILA PIC 9(2) VALUE ZEROS.
           01 IXFILA PIC 9(2) VALUE ZEROS.
           01 IXMENOR PIC 9(2) VALUE ZEROS.
           01 POSICAO PIC 9(2) VALUE ZEROS.
           01 SITUACAOTEXTO PIC X(13) VALUE SPACES.

      *    totais do relatorio do dia por vendedor
           01 TABVEND.
               02 TV-ENT OCCURS 50 TIMES.
                   03 TV-CODIGO PIC 9(3).
                   03 TV-FILA PIC 9(3).
                   03 TV-RETORNO PIC 9(3).
                   03 TV-VENDAS PIC 9(3).
           01 QTVEND PIC 9(2) VALUE ZEROS.
           01 IXVEND PIC 9(2) VALUE ZEROS.
           01 ACHOUVEND PIC X(1) VALUE "N".
           01 TOTFILA PIC 9(5) VALUE ZEROS.
           01 TOTRETORNO PIC 9(5) VALUE ZEROS.
           01 TOTVENDAS PIC 9(5) VALUE ZEROS.
           01 PCTCONVERSAO PIC 9(3)V99 VALUE ZEROS.
           01 LD-PCT PIC ZZ9,99 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Cria o arquivo "CADFILA.dat" na primeira execucao
       ARQUIVO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE

           OPEN I-O CADFILA
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADFILA
                   CLOSE CADFILA
                   DISPLAY "ARQUIVO CADFILA SENDO CRIADO"
                   GO TO ARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFILA"
                   GO TO FIM
           ELSE
               CONTINUE.

      *Cria o arquivo "CADATEN.dat" na primeira execucao
       ARQUIVO-ATEN.

           OPEN I-O CADATEN
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADATEN
                   CLOSE CADATEN
                   DISPLAY "ARQUIVO CADATEN SENDO CRIADO"
                   GO TO ARQUIVO-ATEN
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADATEN"
                   CLOSE CADFILA
                   GO TO FIM
           ELSE
               CONTINUE.

      *A fila e sempre da filial onde esta a recepcao
       PEDEFILIAL.

           DISPLAY "FILIAL DA RECEPCAO: "
           ACCEPT FILIALFILA
           IF FILIALFILA = ZEROS
               DISPLAY "DIGITE A FILIAL"
               GO TO PEDEFILIAL
           END-IF.

      *Mostra um menu de opcoes para o usuario
       MENU-PRINCIPAL.

           DISPLAY " "
           DISPLAY "FILA DA VEZ - FILIAL " FILIALFILA
           DISPLAY "1 - ENTRADA DO VENDEDOR NA FILA"
           DISPLAY "2 - CHEGADA DE CLIENTE"
           DISPLAY "3 - ALMOCO (SAIDA / VOLTA)"
           DISPLAY "4 - SAIDA DO VENDEDOR DA LOJA"
           DISPLAY "5 - MOSTRAR A FILA"
           DISPLAY "6 - RELATORIO DO DIA (CLIENTES X VENDAS)"
           DISPLAY "7 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
                   GO TO ENTRADA
               ELSE IF OPC = "2"
                   GO TO CLIENTE
               ELSE IF OPC = "3"
                   GO TO ALMOCO
               ELSE IF OPC = "4"
                   GO TO SAIDA
               ELSE IF OPC = "5"
                   GO TO MOSTRAR
               ELSE IF OPC = "6"
                   GO TO RELATORIO
               ELSE IF OPC = "7"
                   GO TO SAIR
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Coloca o vendedor que chegou na loja no fim da fila do dia;
      *quem ja tinha saido volta tambem pelo fim, com os atendidos
      *do dia preservados
       ENTRADA.

           DISPLAY "CODIGO DO VENDEDOR: "
           ACCEPT VENDTRAB
           MOVE VENDTRAB TO VEND-CODIGO
           OPEN INPUT CADVEND
           READ CADVEND
           CLOSE CADVEND
           IF ERRO NOT = "00"
               DISPLAY "VENDEDOR NAO CADASTRADO"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF
           DISPLAY "VENDEDOR: " VEND-NOME

           MOVE DATAHOJE TO FILA-DATA
           MOVE FILIALFILA TO FILA-FILIAL
           MOVE VENDTRAB TO FILA-VEND
           READ CADFILA
           IF ERRO = "00" AND FILA-SITUACAO NOT = "S"
               DISPLAY "VENDEDOR JA ESTA NA FILA"
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM MAIORORDEMFILA

           MOVE DATAHOJE TO FILA-DATA
           MOVE FILIALFILA TO FILA-FILIAL
           MOVE VENDTRAB TO FILA-VEND
           READ CADFILA
               INVALID KEY
                   MOVE ZEROS TO FILA-ATENDIDOS
           END-READ
           MOVE DATAHOJE TO FILA-DATA
           MOVE FILIALFILA TO FILA-FILIAL
           MOVE VENDTRAB TO FILA-VEND
           COMPUTE FILA-ORDEM = MAIORORDEM + 1
           MOVE "P" TO FILA-SITUACAO
           MOVE FUNCTION CURRENT-DATE (9:4) TO FILA-ENTRADA

           IF ERRO = "00"
               REWRITE REGFILA
           ELSE
               WRITE REGFILA
           END-IF

           IF ERRO = "00" OR "02"
               DISPLAY "VENDEDOR ENTROU NA FILA"
               MOVE "FILA" TO LOG-OPERACAO
               MOVE FILA-CHAVE TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO NA GRAVACAO DA FILA"
               MOVE "00" TO ERRO
           END-IF

           GO TO MENU-PRINCIPAL.

      *Registra o cliente que chegou e entrega o vendedor da vez (ou
      *o vendedor original, se for cliente de retorno)
       CLIENTE.

           DISPLAY "NOME DO CLIENTE: "
           ACCEPT NOMECLI
           IF NOMECLI = SPACES
               DISPLAY "DIGITE O NOME DO CLIENTE"
               GO TO CLIENTE
           END-IF

           DISPLAY "DDD: "
           ACCEPT DDDCLI
           DISPLAY "TELEFONE: "
           ACCEPT FONECLI.

       CLIENTE-MODELO.

           DISPLAY "CODIGO DA MARCA DE INTERESSE: "
           ACCEPT MARCACLI
           DISPLAY "CODIGO DO MODELO DE INTERESSE: "
           ACCEPT MODELOCLI

           MOVE MARCACLI TO CONTCODIGO
           MOVE MODELOCLI TO CODIGOMODELO
           OPEN INPUT CADMODEL
           READ CADMODEL
           CLOSE CADMODEL
           IF ERRO NOT = "00"
               DISPLAY "MODELO NAO ENCONTRADO"
               MOVE "00" TO ERRO
               GO TO CLIENTE-MODELO
           END-IF
           DISPLAY "MODELO: " MODELO

           MOVE FUNCTION CURRENT-DATE (9:4) TO HORAAGORA
           MOVE "F" TO TIPOATEN
           MOVE ZEROS TO VENDESCOLHIDO
           MOVE ZEROS TO LEADATEN

      *    cliente de retorno: volta para o vendedor do ultimo lead
      *    com o mesmo telefone, se ele estiver na loja hoje
           PERFORM PROCURARETORNO
           IF VENDRETORNO > ZEROS
               MOVE DATAHOJE TO FILA-DATA
               MOVE FILIALFILA TO FILA-FILIAL
               MOVE VENDRETORNO TO FILA-VEND
               READ CADFILA
               IF ERRO = "00" AND FILA-SITUACAO NOT = "S"
                   DISPLAY "CLIENTE DE RETORNO DO VENDEDOR "
                       VENDRETORNO
                   MOVE VENDRETORNO TO VENDTESTE
                   PERFORM EMTESTDRIVE
                   IF FILA-SITUACAO = "A"
                       DISPLAY "VENDEDOR NO ALMOCO, CLIENTE AGUARDA"
                   ELSE
                       IF EMTESTE = "S"
                           DISPLAY "VENDEDOR EM TEST-DRIVE, CLIENTE"
                               " AGUARDA"
                       END-IF
                   END-IF
                   ADD 1 TO FILA-ATENDIDOS
                   REWRITE REGFILA
                   MOVE "R" TO TIPOATEN
                   MOVE VENDRETORNO TO VENDESCOLHIDO
                   IF SITRETORNO = "A"
                       MOVE LEADRETORNO TO LEADATEN
                   END-IF
               ELSE
                   DISPLAY "VENDEDOR ORIGINAL " VENDRETORNO
                       " NAO ESTA NA LOJA, SEGUE A FILA"
               END-IF
               MOVE "00" TO ERRO
           END-IF

           IF TIPOATEN = "F"
               PERFORM PROXIMODAFILA
               IF VENDESCOLHIDO = ZEROS
                   DISPLAY "NENHUM VENDEDOR DISPONIVEL NA FILA"
                   GO TO MENU-PRINCIPAL
               END-IF
               IF QTPULADOS > ZEROS
                   DISPLAY "VENDEDORES PULADOS (ALMOCO/TEST-DRIVE): "
                       QTPULADOS
               END-IF
      *        quem atende vai para o fim da fila
               MOVE DATAHOJE TO FILA-DATA
               MOVE FILIALFILA TO FILA-FILIAL
               MOVE VENDESCOLHIDO TO FILA-VEND
               READ CADFILA
               COMPUTE FILA-ORDEM = MAIORORDEM + 1
               ADD 1 TO FILA-ATENDIDOS
               REWRITE REGFILA
               MOVE "00" TO ERRO
           END-IF

           IF LEADATEN = ZEROS
               PERFORM CRIALEAD
           END-IF

           MOVE "ATEND" TO CTRLNOME-TRAB
           PERFORM PROXNUMERO
           MOVE NUMPEDIDO TO ATEN-NUMERO
           MOVE DATAHOJE TO ATEN-DATA
           MOVE HORAAGORA TO ATEN-HORA
           MOVE FILIALFILA TO ATEN-FILIAL
           MOVE VENDESCOLHIDO TO ATEN-VENDEDOR
           MOVE NOMECLI TO ATEN-NOME
           MOVE DDDCLI TO ATEN-DDD
           MOVE FONECLI TO ATEN-FONE
           MOVE MARCACLI TO ATEN-MARCA
           MOVE MODELOCLI TO ATEN-MODELO
           MOVE TIPOATEN TO ATEN-TIPO
           MOVE LEADATEN TO ATEN-LEAD
           WRITE REGATEN

           IF ERRO = "00" OR "02"
               MOVE "ATEND" TO LOG-OPERACAO
               MOVE ATEN-NUMERO TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ATENDIMENTO"
               MOVE "00" TO ERRO
           END-IF

           MOVE SPACES TO VEND-NOME
           MOVE VENDESCOLHIDO TO VEND-CODIGO
           OPEN INPUT CADVEND
           READ CADVEND
           CLOSE CADVEND
           MOVE "00" TO ERRO

           DISPLAY " "
           DISPLAY "ENCAMINHAR AO VENDEDOR " VENDESCOLHIDO " "
               VEND-NOME
           DISPLAY "LEAD " LEADATEN "  ATENDIMENTO " ATEN-NUMERO
           GO TO MENU-PRINCIPAL.

      *Tira o vendedor da fila para o almoco, ou devolve quando ele
      *volta; no almoco ele e pulado mas nao perde a vez
       ALMOCO.

           DISPLAY "CODIGO DO VENDEDOR: "
           ACCEPT VENDTRAB
           MOVE DATAHOJE TO FILA-DATA
           MOVE FILIALFILA TO FILA-FILIAL
           MOVE VENDTRAB TO FILA-VEND
           READ CADFILA
           IF ERRO NOT = "00" OR FILA-SITUACAO = "S"
               DISPLAY "VENDEDOR NAO ESTA NA FILA"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF

           IF FILA-SITUACAO = "A"
               MOVE "P" TO FILA-SITUACAO
               MOVE "VOLTA" TO LOG-OPERACAO
           ELSE
               MOVE "A" TO FILA-SITUACAO
               MOVE "ALMOCO" TO LOG-OPERACAO
           END-IF
           REWRITE REGFILA

           IF ERRO = "00" OR "02"
               IF FILA-SITUACAO = "A"
                   DISPLAY "VENDEDOR SAIU PARA O ALMOCO (MANTEM A VEZ)"
               ELSE
                   DISPLAY "VENDEDOR VOLTOU DO ALMOCO"
               END-IF
               MOVE FILA-CHAVE TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO AO ALTERAR A FILA"
               MOVE "00" TO ERRO
           END-IF

           GO TO MENU-PRINCIPAL.

      *Vendedor deixa a loja: sai da fila do dia (os atendimentos
      *ficam para o relatorio)
       SAIDA.

           DISPLAY "CODIGO DO VENDEDOR: "
           ACCEPT VENDTRAB
           MOVE DATAHOJE TO FILA-DATA
           MOVE FILIALFILA TO FILA-FILIAL
           MOVE VENDTRAB TO FILA-VEND
           READ CADFILA
           IF ERRO NOT = "00" OR FILA-SITUACAO = "S"
               DISPLAY "VENDEDOR NAO ESTA NA FILA"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "S" TO FILA-SITUACAO
           REWRITE REGFILA

           IF ERRO = "00" OR "02"
               DISPLAY "VENDEDOR SAIU DA FILA"
               MOVE "SAIDA" TO LOG-OPERACAO
               MOVE FILA-CHAVE TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO AO ALTERAR A FILA"
               MOVE "00" TO ERRO
           END-IF

           GO TO MENU-PRINCIPAL.

      *Mostra a fila do dia na ordem da vez, com a situacao de cada
      *vendedor (quem esta em test-drive agora aparece como tal)
       MOSTRAR.

           MOVE FUNCTION CURRENT-DATE (9:4) TO HORAAGORA
           MOVE ZEROS TO QTFILA
           PERFORM POSICIONAFILA
           PERFORM CARREGAFILA UNTIL FIMLISTA = "S"

           DISPLAY " "
           DISPLAY "VEZ VEND NOME                 SITUACAO     ATEND."
           DISPLAY "-----------------------------------------------"

           MOVE ZEROS TO POSICAO
           PERFORM MOSTRAPROXIMO QTFILA TIMES

           DISPLAY "-----------------------------------------------"
           GO TO MENU-PRINCIPAL.

      *Le o proximo vendedor da fila e guarda na tabela
       CARREGAFILA.

           PERFORM LEFILA
           IF FIMLISTA NOT = "S"
               IF QTFILA < 50
                   ADD 1 TO QTFILA
                   MOVE FILA-VEND TO TF-VEND (QTFILA)
                   MOVE FILA-ORDEM TO TF-ORDEM (QTFILA)
                   MOVE FILA-SITUACAO TO TF-SITUACAO (QTFILA)
                   MOVE FILA-ATENDIDOS TO TF-ATENDIDOS (QTFILA)
                   MOVE "N" TO TF-MOSTRADO (QTFILA)
               END-IF
           END-IF.

      *Mostra o vendedor de menor ordem ainda nao mostrado
       MOSTRAPROXIMO.

           MOVE ZEROS TO IXMENOR
           MOVE 9999 TO MENORORDEM
           MOVE 1 TO IXFILA
           PERFORM ACHAMENOR UNTIL IXFILA > QTFILA
           MOVE "S" TO TF-MOSTRADO (IXMENOR)

           MOVE SPACES TO VEND-NOME
           MOVE TF-VEND (IXMENOR) TO VEND-CODIGO
           OPEN INPUT CADVEND
           READ CADVEND
           CLOSE CADVEND
           MOVE "00" TO ERRO

           IF TF-SITUACAO (IXMENOR) = "A"
               MOVE "ALMOCO" TO SITUACAOTEXTO
           ELSE
               IF TF-SITUACAO (IXMENOR) = "S"
                   MOVE "SAIU" TO SITUACAOTEXTO
               ELSE
                   MOVE TF-VEND (IXMENOR) TO VENDTESTE
                   PERFORM EMTESTDRIVE
                   IF EMTESTE = "S"
                       MOVE "EM TEST-DRIVE" TO SITUACAOTEXTO
                   ELSE
                       MOVE "NA FILA" TO SITUACAOTEXTO
                   END-IF
               END-IF
           END-IF

           IF TF-SITUACAO (IXMENOR) = "S"
               DISPLAY " -  " TF-VEND (IXMENOR) "  "
                   VEND-NOME (1:20) " " SITUACAOTEXTO "  "
                   TF-ATENDIDOS (IXMENOR)
           ELSE
               ADD 1 TO POSICAO
               DISPLAY POSICAO "  " TF-VEND (IXMENOR) "  "
                   VEND-NOME (1:20) " " SITUACAOTEXTO "  "
                   TF-ATENDIDOS (IXMENOR)
           END-IF.

      *Compara a entrada corrente da tabela com a menor ordem achada
       ACHAMENOR.

           IF TF-MOSTRADO (IXFILA) = "N"
               AND TF-ORDEM (IXFILA) < MENORORDEM
               MOVE TF-ORDEM (IXFILA) TO MENORORDEM
               MOVE IXFILA TO IXMENOR
           END-IF
           ADD 1 TO IXFILA.

      *Relatorio do dia por vendedor: clientes recebidos (fila e
      *retorno) contra vendas fechadas na filial
       RELATORIO.

           DISPLAY "DATA DO RELATORIO (AAAAMMDD, 0 = HOJE): "
           ACCEPT DATAPEDIDA
           IF DATAPEDIDA = ZEROS
               MOVE DATAHOJE TO DATAPEDIDA
           END-IF

           MOVE ZEROS TO QTVEND
           MOVE ZEROS TO TOTFILA TOTRETORNO TOTVENDAS

      *    vendedores que estiveram na fila, mesmo sem cliente
           MOVE DATAPEDIDA TO FILA-DATA
           MOVE FILIALFILA TO FILA-FILIAL
           MOVE ZEROS TO FILA-VEND
           MOVE "N" TO FIMLISTA
           START CADFILA KEY IS NOT LESS THAN FILA-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM CARREGAVEND UNTIL FIMLISTA = "S"

      *    clientes recebidos no dia
           MOVE DATAPEDIDA TO ATEN-DATA
           MOVE "N" TO FIMLISTA
           START CADATEN KEY IS NOT LESS THAN ATEN-DATA
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM ACUMULAATEN UNTIL FIMLISTA = "S"
           MOVE "00" TO ERRO

      *    vendas fechadas no dia na filial
           OPEN INPUT CADVEIC
           IF ERRO = "00"
               MOVE "N" TO FIMLISTA
               PERFORM ACUMULAVENDA UNTIL FIMLISTA = "S"
               CLOSE CADVEIC
           END-IF
           MOVE "00" TO ERRO

           PERFORM ABRESPOOL

           STRING "CLIENTES X VENDAS - FILIAL " FILIALFILA
               " - DIA " DATAPEDIDA
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE "COD  NOME                  FILA RETORNO VENDAS  CONV."
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL

           MOVE 1 TO IXVEND
           PERFORM MOSTRAVENDEDOR UNTIL IXVEND > QTVEND

           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL
           IF TOTFILA + TOTRETORNO > ZEROS
               COMPUTE PCTCONVERSAO ROUNDED =
                   TOTVENDAS * 100 / (TOTFILA + TOTRETORNO)
           ELSE
               MOVE ZEROS TO PCTCONVERSAO
           END-IF
           MOVE PCTCONVERSAO TO LD-PCT
           STRING "TOTAL                      " TOTFILA "  " TOTRETORNO
               "  " TOTVENDAS "  " LD-PCT "%"
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE "ACUMULADO DO MES X META: VER ATINGIMENTO NO P172MET"
               TO LINHAREL
           PERFORM GRAVAREL

           CLOSE ARQREL
           DISPLAY " "
           DISPLAY "CLIENTES X VENDAS - FILIAL " FILIALFILA " - DIA "
               DATAPEDIDA
           DISPLAY "CLIENTES DA FILA: " TOTFILA "  RETORNOS: "
               TOTRETORNO "  VENDAS: " TOTVENDAS
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO MENU-PRINCIPAL.

      *Le o proximo vendedor da fila do dia pedido e abre a entrada
      *dele na tabela
       CARREGAVEND.

           READ CADFILA NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF FILA-DATA NOT = DATAPEDIDA
                   OR FILA-FILIAL NOT = FILIALFILA
                   MOVE "S" TO FIMLISTA
               ELSE
                   MOVE FILA-VEND TO VENDTRAB
                   PERFORM ACHAVENDEDOR
               END-IF
           END-IF.

      *Le o proximo atendimento do dia e soma ao vendedor
       ACUMULAATEN.

           READ CADATEN NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF ATEN-DATA NOT = DATAPEDIDA
                   MOVE "S" TO FIMLISTA
               ELSE IF ATEN-FILIAL = FILIALFILA
                   MOVE ATEN-VENDEDOR TO VENDTRAB
                   PERFORM ACHAVENDEDOR
                   IF ATEN-TIPO = "R"
                       ADD 1 TO TOTRETORNO
                       IF ACHOUVEND = "S"
                           ADD 1 TO TV-RETORNO (IXVEND)
                       END-IF
                   ELSE
                       ADD 1 TO TOTFILA
                       IF ACHOUVEND = "S"
                           ADD 1 TO TV-FILA (IXVEND)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Le o proximo veiculo e soma a venda se for do dia e da filial
       ACUMULAVENDA.

           READ CADVEIC NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF VEIC-STATUS = "V" AND DATAVENDA = DATAPEDIDA
                   AND FILIAL = FILIALFILA
                   ADD 1 TO TOTVENDAS
                   MOVE VEIC-VEND TO VENDTRAB
                   PERFORM ACHAVENDEDOR
                   IF ACHOUVEND = "S"
                       ADD 1 TO TV-VENDAS (IXVEND)
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
                   MOVE ZEROS TO TV-FILA (QTVEND)
                   MOVE ZEROS TO TV-RETORNO (QTVEND)
                   MOVE ZEROS TO TV-VENDAS (QTVEND)
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

      *Imprime a linha do vendedor corrente com a conversao do dia
       MOSTRAVENDEDOR.

           MOVE SPACES TO VEND-NOME
           MOVE TV-CODIGO (IXVEND) TO VEND-CODIGO
           OPEN INPUT CADVEND
           IF ERRO = "00"
               READ CADVEND
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO VEND-NOME
               END-READ
               CLOSE CADVEND
           END-IF
           MOVE "00" TO ERRO

           IF TV-FILA (IXVEND) + TV-RETORNO (IXVEND) > ZEROS
               COMPUTE PCTCONVERSAO ROUNDED =
                   TV-VENDAS (IXVEND) * 100 /
                   (TV-FILA (IXVEND) + TV-RETORNO (IXVEND))
           ELSE
               MOVE ZEROS TO PCTCONVERSAO
           END-IF
           MOVE PCTCONVERSAO TO LD-PCT

           STRING TV-CODIGO (IXVEND) "  " VEND-NOME (1:20) "  "
               TV-FILA (IXVEND) "    " TV-RETORNO (IXVEND) "     "
               TV-VENDAS (IXVEND) "  " LD-PCT "%"
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           ADD 1 TO IXVEND.

      *Posiciona no primeiro vendedor da fila de hoje da filial
       POSICIONAFILA.

           MOVE DATAHOJE TO FILA-DATA
           MOVE FILIALFILA TO FILA-FILIAL
           MOVE ZEROS TO FILA-VEND
           MOVE "N" TO FIMLISTA
           START CADFILA KEY IS NOT LESS THAN FILA-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START.

      *Le o proximo vendedor da fila de hoje da filial
       LEFILA.

           READ CADFILA NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF FILA-DATA NOT = DATAHOJE
                   OR FILA-FILIAL NOT = FILIALFILA
                   MOVE "S" TO FIMLISTA
               END-IF
           END-IF.

      *Acha a ultima ordem da fila de hoje (o fim da fila)
       MAIORORDEMFILA.

           MOVE ZEROS TO MAIORORDEM
           PERFORM POSICIONAFILA
           PERFORM LEMAIOR UNTIL FIMLISTA = "S"
           MOVE "00" TO ERRO.

      *Le o proximo vendedor e guarda a maior ordem
       LEMAIOR.

           PERFORM LEFILA
           IF FIMLISTA NOT = "S"
               IF FILA-ORDEM > MAIORORDEM
                   MOVE FILA-ORDEM TO MAIORORDEM
               END-IF
           END-IF.

      *Escolhe o vendedor da vez: o presente de menor ordem que nao
      *esta em test-drive agora; devolve tambem o fim da fila
       PROXIMODAFILA.

           MOVE ZEROS TO VENDESCOLHIDO
           MOVE ZEROS TO MAIORORDEM
           MOVE ZEROS TO QTPULADOS
           MOVE 9999 TO MENORORDEM
           PERFORM POSICIONAFILA
           PERFORM AVALIAFILA UNTIL FIMLISTA = "S"
           PERFORM CONTAPULADOS
           MOVE "00" TO ERRO.

      *Le o proximo vendedor e confere se ele e o da vez
       AVALIAFILA.

           PERFORM LEFILA
           IF FIMLISTA NOT = "S"
               IF FILA-ORDEM > MAIORORDEM
                   MOVE FILA-ORDEM TO MAIORORDEM
               END-IF
               IF FILA-SITUACAO = "P" AND FILA-ORDEM < MENORORDEM
                   MOVE FILA-VEND TO VENDTESTE
                   PERFORM EMTESTDRIVE
                   IF EMTESTE = "N"
                       MOVE FILA-ORDEM TO MENORORDEM
                       MOVE FILA-VEND TO VENDESCOLHIDO
                   END-IF
               END-IF
           END-IF.

      *Conta os vendedores que estavam na frente do escolhido mas
      *foram pulados (almoco ou test-drive)
       CONTAPULADOS.

           IF VENDESCOLHIDO NOT = ZEROS
               PERFORM POSICIONAFILA
               PERFORM LEPULADO UNTIL FIMLISTA = "S"
           END-IF.

      *Le o proximo vendedor e conta se ficou para tras na vez
       LEPULADO.

           PERFORM LEFILA
           IF FIMLISTA NOT = "S"
               IF FILA-SITUACAO NOT = "S"
                   AND FILA-ORDEM < MENORORDEM
                   ADD 1 TO QTPULADOS
               END-IF
           END-IF.

      *Confere na AGENDA se o vendedor VENDTESTE esta com um
      *test-drive em andamento agora (reserva ativa de hoje cujo
      *horario inclui a hora corrente)
       EMTESTDRIVE.

           MOVE "N" TO EMTESTE
           MOVE "00" TO ERROAGE
           OPEN INPUT AGENDA
           IF ERROAGE = "00"
               MOVE "N" TO FIMAGENDA
               PERFORM LEAGENDA UNTIL FIMAGENDA = "S"
               CLOSE AGENDA
           END-IF.

      *Le a proxima reserva da agenda e confere o vendedor e o horario
       LEAGENDA.

           READ AGENDA NEXT RECORD
               AT END
                   MOVE "S" TO FIMAGENDA
           END-READ

           IF FIMAGENDA NOT = "S"
               IF AGE-VENDEDOR = VENDTESTE AND AGE-SITUACAO = "A"
                   AND AGE-DATA = DATAHOJE
                   AND AGE-HORAINI NOT > HORAAGORA
                   AND AGE-HORAFIM NOT < HORAAGORA
                   MOVE "S" TO EMTESTE
                   MOVE "S" TO FIMAGENDA
               END-IF
           END-IF.

      *Procura em CADLEAD o ultimo lead com o telefone do cliente
       PROCURARETORNO.

           MOVE ZEROS TO LEADRETORNO
           MOVE ZEROS TO VENDRETORNO
           MOVE SPACES TO SITRETORNO
           IF FONECLI NOT = ZEROS
               OPEN INPUT CADLEAD
               IF ERRO = "00"
                   MOVE "N" TO FIMLISTA
                   PERFORM LELEADRETORNO UNTIL FIMLISTA = "S"
                   CLOSE CADLEAD
               END-IF
           END-IF
           MOVE "00" TO ERRO.

      *Le o proximo lead e guarda se for do mesmo telefone
       LELEADRETORNO.

           READ CADLEAD NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF LEAD-DDD = DDDCLI AND LEAD-FONE = FONECLI
                   MOVE LEAD-NUMERO TO LEADRETORNO
                   MOVE LEAD-VENDEDOR TO VENDRETORNO
                   MOVE LEAD-SITUACAO TO SITRETORNO
               END-IF
           END-IF.

      *Abre o lead do cliente em CADLEAD ja com o vendedor entregue
       CRIALEAD.

           OPEN I-O CADLEAD
           IF ERRO = "30" OR ERRO = "35"
               OPEN OUTPUT CADLEAD
               CLOSE CADLEAD
               OPEN I-O CADLEAD
           END-IF

           MOVE "LEAD" TO CTRLNOME-TRAB
           PERFORM PROXNUMERO
           MOVE NUMPEDIDO TO LEAD-NUMERO
           MOVE "A" TO LEAD-SITUACAO
           MOVE DATAHOJE TO LEAD-DATA
           MOVE MARCACLI TO LEAD-MARCA
           MOVE MODELOCLI TO LEAD-MODELO
           MOVE ZEROS TO LEAD-COR
           MOVE ZEROS TO LEAD-ANODE
           MOVE ZEROS TO LEAD-ANOATE
           MOVE NOMECLI TO LEAD-NOME
           MOVE DDDCLI TO LEAD-DDD
           MOVE FONECLI TO LEAD-FONE
           MOVE VENDESCOLHIDO TO LEAD-VENDEDOR
           MOVE SPACES TO LEAD-CHASSI
           MOVE ZEROS TO LEAD-PORTAL
           MOVE FILIALFILA TO LEAD-FILIAL
           WRITE REGLEAD

           IF ERRO = "00" OR "02"
               MOVE LEAD-NUMERO TO LEADATEN
               CLOSE CADLEAD
               MOVE "GRAVA" TO LOG-OPERACAO
               MOVE LEAD-NUMERO TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO LEAD"
               CLOSE CADLEAD
               MOVE "00" TO ERRO
           END-IF.

      *Busca o proximo numero no contador CTRLNOME-TRAB de CTRLNUM
      *(LEAD ou ATEND), criando o contador na primeira utilizacao
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

           MOVE CTRL-ULTIMO TO NUMPEDIDO
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
      *    nao parar o caixa
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
           MOVE "P172FDV" TO LOG-PROGRAMA
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

      *Fecha os arquivos da fila antes de encerrar
       SAIR.

           CLOSE CADFILA
           CLOSE CADATEN.

      *Fecha o programa
       FIM.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "FDV" TO NOMERELATORIO(1:3)
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
           MOVE "P172FDV" TO SPO-PROGRAMA
           MOVE DATAHORAREL TO SPO-DATAHORA
           MOVE "FILA DA VEZ - CLIENTES X VENDAS" TO SPO-TITULO
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
           STRING "P172FDV  FILA DA VEZ  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172FDV.
