      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Venda de pecas no balcao, sem ordem de servico. O
      *    cliente (CPF de CADPROPR ou consumidor nao identificado)
      *    leva pecas do estoque da filial (CADPECA, de P172PEC): o
      *    saldo e conferido e baixado na venda e a saida fica em
      *    PECMOV.TXT com tipo proprio "B" e o numero da nota. A nota
      *    sai pelo contador NOTAFISC de CTRLNUM (o mesmo do P172904)
      *    com o ICMS da UF de CADUF, cabecalho em CADNF sem chassi
      *    (reconhecido pelo P172APU como nota de balcao), itens em
      *    CADNFIT e linhas no NFSAIDA.TXT; o recebimento tem recibo
      *    (contador RECIBO) e entra na sessao de caixa aberta do
      *    operador (CADCAIXA/CXMOV de P172CXA). O cliente cadastrado
      *    sai na nota com o endereco montado pelo CEP (CADCEP), como
      *    no P172904. Cada item vendido fica em CADBALC para o
      *    relatorio mensal por peca e filial, que sai pelo spool
      *    (P172SPO).
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172BAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADBALC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALC-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADPECA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PECA-CHAVE
               FILE STATUS IS ERROPEC.
           SELECT PECMOV ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROPMV.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               FILE STATUS IS ERROPRO
               ALTERNATE RECORD KEY EMAIL DUPLICATES.
           SELECT CADUF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UF-SIGLA
               FILE STATUS IS ERROUF.
           SELECT CADCEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP
               FILE STATUS IS ERROCEP
               ALTERNATE RECORD KEY LOGRADOURO DUPLICATES.
           SELECT CADNF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-NUMERO
               FILE STATUS IS ERRONF.
           SELECT CADNFIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFI-CHAVE
               FILE STATUS IS ERRONFI.
           SELECT NFSAIDA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRONFS.
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
           SELECT CADCAIXA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-NUMERO
               FILE STATUS IS ERROCX.
           SELECT CXMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS ERROMOV.
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

           FD CADBALC
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADBALC.DAT".
           01 REGBALC.
               02 BALC-CHAVE.
                   03 BALC-ANOMES PIC 9(6) VALUE ZEROS.
                   03 BALC-FILIAL PIC 9(2) VALUE ZEROS.
                   03 BALC-CODIGO PIC 9(5) VALUE ZEROS.
                   03 BALC-NOTA PIC 9(6) VALUE ZEROS.
                   03 BALC-SEQ PIC 9(2) VALUE ZEROS.
               02 BALC-DATA PIC 9(8) VALUE ZEROS.
               02 BALC-CPF PIC 9(11) VALUE ZEROS.
               02 BALC-QTD PIC 9(3) VALUE ZEROS.
               02 BALC-VRUNIT PIC 9(8)V99 VALUE ZEROS.
               02 BALC-VRTOTAL PIC 9(8)V99 VALUE ZEROS.
               02 BALC-CUSTO PIC 9(8)V99 VALUE ZEROS.
               02 BALC-RECIBO PIC 9(8) VALUE ZEROS.

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

           FD PECMOV
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "PECMOV.TXT".
           01 REGPMOV.
               02 PMOV-DATA PIC 9(8) VALUE ZEROS.
               02 PMOV-TIPO PIC X(1) VALUE "E".
               02 PMOV-CODIGO PIC 9(5) VALUE ZEROS.
               02 PMOV-FILIAL PIC 9(2) VALUE ZEROS.
               02 PMOV-QTD PIC 9(5) VALUE ZEROS.
               02 PMOV-FORNEC PIC 9(3) VALUE ZEROS.
               02 PMOV-OS PIC 9(6) VALUE ZEROS.

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

           FD CADUF
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADUF.DAT".
           01 REGUF.
               02 UF-SIGLA PIC X(2) VALUE SPACES.
               02 UF-ICMS PIC 9(2)V99 VALUE ZEROS.
               02 UF-IPI PIC 9(2)V99 VALUE ZEROS.

           FD CADCEP
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADCEP.DAT".
           01 REGCEP.
               02 CEP PIC 9(8).
               02 LOGRADOURO PIC X(35) VALUE SPACES.
               02 BAIRRO PIC X(26) VALUE SPACES.
               02 CIDADE PIC X(20) VALUE SPACES.
               02 UF PIC X(2) VALUE SPACES.
               02 REFERENCIA PIC X(35) VALUE SPACES.
               02 LATITUDE PIC X(15) VALUE SPACES.
               02 LONGITUDE PIC X(15) VALUE SPACES.

           FD CADNF
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADNF.DAT".
           01 REGNF.
               02 NF-NUMERO PIC 9(6) VALUE ZEROS.
               02 NF-DATA PIC 9(8) VALUE ZEROS.
               02 NF-CPF PIC 9(11) VALUE ZEROS.
               02 NF-NOME PIC X(20) VALUE SPACES.
               02 NF-UF PIC X(2) VALUE SPACES.
               02 NF-MARCA PIC 9(3) VALUE ZEROS.
               02 NF-MODELO PIC 9(3) VALUE ZEROS.
               02 NF-CHASSI PIC X(17) VALUE SPACES.
               02 NF-VALORVENDA PIC 9(8)V99 VALUE ZEROS.
               02 NF-ICMS PIC 9(8)V99 VALUE ZEROS.
               02 NF-IPI PIC 9(8)V99 VALUE ZEROS.
               02 NF-FILIAL PIC 9(2) VALUE ZEROS.
               02 NF-TIPOPESSOA PIC X(1) VALUE "F".
               02 NF-CNPJ PIC 9(14) VALUE ZEROS.

           FD CADNFIT
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADNFIT.DAT".
           01 REGNFI.
               02 NFI-CHAVE.
                   03 NFI-NUMERO PIC 9(6) VALUE ZEROS.
                   03 NFI-SEQ PIC 9(2) VALUE ZEROS.
               02 NFI-CODIGO PIC 9(4) VALUE ZEROS.
               02 NFI-DESCRICAO PIC X(30) VALUE SPACES.
               02 NFI-QTD PIC 9(3) VALUE ZEROS.
               02 NFI-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 NFI-CODPECA PIC 9(5) VALUE ZEROS.

           FD NFSAIDA
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "NFSAIDA.TXT".
           01 REGNFS.
               02 NFS-NUMERO PIC 9(6) VALUE ZEROS.
               02 NFS-DATA PIC 9(8) VALUE ZEROS.
               02 NFS-CPF PIC 9(11) VALUE ZEROS.
               02 NFS-NOME PIC X(20) VALUE SPACES.
               02 NFS-UF PIC X(2) VALUE SPACES.
               02 NFS-MARCA PIC 9(3) VALUE ZEROS.
               02 NFS-MODELO PIC 9(3) VALUE ZEROS.
               02 NFS-CHASSI PIC X(17) VALUE SPACES.
               02 NFS-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 NFS-ICMS PIC 9(8)V99 VALUE ZEROS.
               02 NFS-IPI PIC 9(8)V99 VALUE ZEROS.
               02 NFS-FILIAL PIC 9(2) VALUE ZEROS.
               02 NFS-TIPOPESSOA PIC X(1) VALUE "F".
               02 NFS-CNPJ PIC 9(14) VALUE ZEROS.
               02 NFS-ENDERECO PIC X(74) VALUE SPACES.
               02 NFS-BAIRRO PIC X(26) VALUE SPACES.
               02 NFS-CIDADE PIC X(20) VALUE SPACES.
               02 NFS-CEP PIC 9(8) VALUE ZEROS.

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

           FD CXMOV
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CXMOV.DAT".
           01 REGMOV.
               02 MOV-CHAVE.
                   03 MOV-SESSAO PIC 9(6) VALUE ZEROS.
                   03 MOV-SEQ PIC 9(5) VALUE ZEROS.
               02 MOV-DATAHORA PIC X(14) VALUE SPACES.
               02 MOV-RECIBO PIC 9(8) VALUE ZEROS.
               02 MOV-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 MOV-ORIGEM PIC X(8) VALUE SPACES.
               02 MOV-REFER PIC X(20) VALUE SPACES.

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
           01 ERROPEC PIC X(2) VALUE "00".
           01 ERROPMV PIC X(2) VALUE "00".
           01 ERROPRO PIC X(2) VALUE "00".
           01 ERROUF PIC X(2) VALUE "00".
           01 ERROCEP PIC X(2) VALUE "00".
           01 ERRONF PIC X(2) VALUE "00".
           01 ERRONFI PIC X(2) VALUE "00".
           01 ERRONFS PIC X(2) VALUE "00".
           01 ERROLOCK PIC X(2) VALUE "00".
           01 ERROCX PIC X(2) VALUE "00".
           01 ERROMOV PIC X(2) VALUE "00".
           01 LOCKOBTIDO PIC X(1) VALUE "N".
           01 CTRLNOME-TRAB PIC X(8) VALUE SPACES.
           01 TENTATIVASCTRL PIC 9(3) VALUE ZEROS.
           01 OPC PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 FIMSESSAO PIC X(1) VALUE "N".
           01 FIMITENS PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 OPERADORLOGADO PIC X(20) VALUE SPACES.
           01 SESSAOCAIXA PIC 9(6) VALUE ZEROS.
           01 PROXMOVSEQ PIC 9(5) VALUE ZEROS.
           01 NUMCONTADOR PIC 9(8) VALUE ZEROS.
           01 NUMRECIBO PIC 9(8) VALUE ZEROS.
           01 NUMNOTA PIC 9(6) VALUE ZEROS.
           01 FILIALVENDA PIC 9(2) VALUE ZEROS.
           01 CPFVENDA PIC 9(11) VALUE ZEROS.
           01 NOMEVENDA PIC X(20) VALUE SPACES.
           01 UFVENDA PIC X(2) VALUE SPACES.
           01 TIPOVENDA PIC X(1) VALUE "F".
           01 CNPJVENDA PIC 9(14) VALUE ZEROS.
           01 ENDVENDA PIC X(74) VALUE SPACES.
           01 BAIRROVENDA PIC X(26) VALUE SPACES.
           01 CIDADEVENDA PIC X(20) VALUE SPACES.
           01 CEPVENDA PIC 9(8) VALUE ZEROS.
           01 PCT-ICMS PIC 9(2)V99 VALUE ZEROS.
           01 UFACHADA PIC X(1) VALUE "N".
           01 CODPEDIDO PIC 9(5) VALUE ZEROS.
           01 QTDPEDIDA PIC 9(3) VALUE ZEROS.
           01 ITEMREPETIDO PIC X(1) VALUE "N".
           01 SALDOOK PIC X(1) VALUE "S".
           01 TOTVENDA PIC 9(8)V99 VALUE ZEROS.
           01 TOTICMS PIC 9(8)V99 VALUE ZEROS.
           01 TABITENS.
               02 TI-ENT OCCURS 20 TIMES.
                   03 TI-CODIGO PIC 9(5).
                   03 TI-DESCRICAO PIC X(30).
                   03 TI-QTD PIC 9(3).
                   03 TI-VRUNIT PIC 9(8)V99.
                   03 TI-VRTOTAL PIC 9(8)V99.
                   03 TI-ICMS PIC 9(8)V99.
                   03 TI-CUSTO PIC 9(8)V99.
           01 QTITENS PIC 9(2) VALUE ZEROS.
           01 IXITEM PIC 9(2) VALUE ZEROS.
           01 ANOMESPEDIDO PIC 9(6) VALUE ZEROS.
           01 TEMPECA PIC X(1) VALUE "N".
           01 QTREG PIC 9(5) VALUE ZEROS.
           01 FILIALANT PIC 9(2) VALUE ZEROS.
           01 CODIGOANT PIC 9(5) VALUE ZEROS.
           01 PECQTD PIC 9(7) VALUE ZEROS.
           01 PECVALOR PIC 9(10)V99 VALUE ZEROS.
           01 PECCUSTO PIC 9(10)V99 VALUE ZEROS.
           01 FILQTD PIC 9(7) VALUE ZEROS.
           01 FILVALOR PIC 9(10)V99 VALUE ZEROS.
           01 FILCUSTO PIC 9(10)V99 VALUE ZEROS.
           01 GERQTD PIC 9(7) VALUE ZEROS.
           01 GERVALOR PIC 9(10)V99 VALUE ZEROS.
           01 GERCUSTO PIC 9(10)V99 VALUE ZEROS.
           01 MARGEM PIC S9(10)V99 VALUE ZEROS.

           01 LD-VALOR PIC Z(8),99 VALUE ZEROS.
           01 LD-TOTAL PIC Z(8),99 VALUE ZEROS.
           01 LD-QTD PIC Z(6)9 VALUE ZEROS.
           01 LD-CUSTO PIC Z(8),99 VALUE ZEROS.
           01 LD-MARGEM PIC -Z(7),99 VALUE ZEROS.
           01 REGPERIODO.
               02 PER-DATA PIC 9(8) VALUE ZEROS.
               02 PER-FECHADA PIC 9(6) VALUE ZEROS.
               02 PER-RESULTADO PIC X(1) VALUE "S".
               02 PER-MENSAGEM PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Cria o arquivo de vendas de balcao na primeira execucao
       ARQUIVO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE
           ACCEPT OPERADORLOGADO FROM ENVIRONMENT "USER"

           OPEN I-O CADBALC
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADBALC
                   CLOSE CADBALC
                   DISPLAY "ARQUIVO CADBALC SENDO CRIADO"
                   GO TO ARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBALC"
                   GO TO FIM
           ELSE
               CONTINUE.

      *Mostra um menu de opcoes para o usuario
       MENU-PRINCIPAL.

           DISPLAY " "
           DISPLAY "VENDA DE PECAS NO BALCAO"
           DISPLAY "1 - VENDER PECAS (NOTA FISCAL E CAIXA)"
           DISPLAY "2 - RELATORIO MENSAL POR PECA E FILIAL"
           DISPLAY "3 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
                   GO TO VENDER
               ELSE IF OPC = "2"
                   GO TO RELATORIO
               ELSE IF OPC = "3"
                   GO TO SAIR
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Venda no balcao: exige o caixa aberto do operador, identifica
      *o cliente e a UF (aliquota de ICMS), monta os itens conferindo
      *o saldo da filial e, confirmada, emite a nota, baixa o estoque
      *e lanca o recebimento na sessao de caixa
       VENDER.

           MOVE DATAHOJE TO PER-DATA
           PERFORM CONFEREPERIODO
           IF PER-RESULTADO = "N"
               DISPLAY PER-MENSAGEM
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM BUSCASESSAOCAIXA
           IF SESSAOCAIXA = ZEROS
               DISPLAY "SEM SESSAO DE CAIXA ABERTA PARA "
                   OPERADORLOGADO
               DISPLAY "ABRA O CAIXA NO P172CXA ANTES DA VENDA"
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "FILIAL DO ESTOQUE: "
           ACCEPT FILIALVENDA
           IF FILIALVENDA = ZEROS
               DISPLAY "FILIAL INVALIDA"
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "CPF DO CLIENTE (0 = NAO IDENTIFICADO): "
           ACCEPT CPFVENDA
           PERFORM BUSCACLIENTE

           DISPLAY "UF DO CLIENTE: "
           ACCEPT UFVENDA
           PERFORM VERIFICAUF
           IF UFACHADA = "N"
               DISPLAY "UF NAO CADASTRADA"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE ZEROS TO QTITENS TOTVENDA TOTICMS
           MOVE "N" TO FIMITENS
           PERFORM PEDEITEM THRU PEDEITEM-FIM UNTIL FIMITENS = "S"

           IF QTITENS = ZEROS
               DISPLAY "VENDA SEM ITENS, NADA A EMITIR"
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY " "
           MOVE TOTVENDA TO LD-TOTAL
           DISPLAY "TOTAL DA VENDA: " LD-TOTAL
           MOVE TOTICMS TO LD-VALOR
           DISPLAY "ICMS (" UFVENDA "):  " LD-VALOR
           DISPLAY "CONFIRMA A VENDA E O RECEBIMENTO ? S/N"
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               DISPLAY "VENDA CANCELADA, ESTOQUE NAO FOI MEXIDO"
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM CONFERESALDO
           IF SALDOOK = "N"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "NOTAFISC" TO CTRLNOME-TRAB
           PERFORM PROXNUMERO
           MOVE NUMCONTADOR TO NUMNOTA
           MOVE "RECIBO" TO CTRLNOME-TRAB
           PERFORM PROXNUMERO
           MOVE NUMCONTADOR TO NUMRECIBO

           PERFORM GERANF
           PERFORM GRAVACAIXA THRU GRAVACAIXA-FIM
           PERFORM IMPRIMECUPOM

           MOVE "BALCAO" TO LOG-OPERACAO
           MOVE NUMNOTA TO LOG-CHAVE
           PERFORM GRAVALOG
           GO TO MENU-PRINCIPAL.

      *Traz nome, tipo de pessoa, CNPJ e endereco do cliente de
      *CADPROPR; CPF sem cadastro pede o nome, e sem CPF a nota sai
      *para consumidor, sem endereco
       BUSCACLIENTE.

           MOVE SPACES TO NOMEVENDA
           MOVE "F" TO TIPOVENDA
           MOVE ZEROS TO CNPJVENDA
           MOVE SPACES TO ENDVENDA BAIRROVENDA CIDADEVENDA
           MOVE ZEROS TO CEPVENDA

           IF CPFVENDA > ZEROS
               MOVE "00" TO ERROPRO
               OPEN INPUT CADPROPR
               IF ERROPRO = "00"
                   MOVE CPFVENDA TO CPF
                   READ CADPROPR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NOME TO NOMEVENDA
                           MOVE TIPOPESSOA TO TIPOVENDA
                           MOVE CNPJ TO CNPJVENDA
                           IF TIPOPESSOA = "J"
                               MOVE RAZAOSOCIAL TO NOMEVENDA
                           END-IF
                           PERFORM MONTAENDERECO
                   END-READ
                   CLOSE CADPROPR
               END-IF
               MOVE "00" TO ERROPRO
           END-IF

           IF NOMEVENDA = SPACES AND CPFVENDA > ZEROS
               DISPLAY "CPF SEM CADASTRO - NOME DO CLIENTE: "
               ACCEPT NOMEVENDA
           END-IF
           IF NOMEVENDA = SPACES
               MOVE "CONSUMIDOR" TO NOMEVENDA
           END-IF
           DISPLAY "CLIENTE: " NOMEVENDA.

      *Monta o endereco do cliente para a nota como no P172904:
      *logradouro, bairro e cidade do CADCEP pelo CEP do cadastro,
      *mais o numero e o complemento; cliente ainda sem CEP sai so
      *com o complemento
       MONTAENDERECO.

           MOVE SPACES TO LOGRADOURO BAIRRO CIDADE UF
           IF CEPPROPR NOT = ZEROS
               MOVE CEPPROPR TO CEP
               MOVE "00" TO ERROCEP
               OPEN INPUT CADCEP
               IF ERROCEP = "00"
                   READ CADCEP
                       INVALID KEY
                           MOVE SPACES TO LOGRADOURO BAIRRO CIDADE UF
                   END-READ
                   CLOSE CADCEP
               END-IF
               MOVE "00" TO ERROCEP
           END-IF
           IF LOGRADOURO = SPACES
               MOVE COMPLEMENTO TO ENDVENDA
           ELSE
               STRING LOGRADOURO DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   NUMEROEND DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   COMPLEMENTO DELIMITED BY "  "
                   INTO ENDVENDA
               END-STRING
               MOVE BAIRRO TO BAIRROVENDA
               MOVE CIDADE TO CIDADEVENDA
           END-IF
           MOVE CEPPROPR TO CEPVENDA.

      *Confere a UF em CADUF e traz a aliquota de ICMS do estado
       VERIFICAUF.

           MOVE "N" TO UFACHADA
           MOVE ZEROS TO PCT-ICMS
           MOVE "00" TO ERROUF
           OPEN INPUT CADUF
           IF ERROUF = "00"
               MOVE UFVENDA TO UF-SIGLA
               READ CADUF
               IF ERROUF = "00"
                   MOVE UF-ICMS TO PCT-ICMS
                   MOVE "S" TO UFACHADA
               END-IF
               CLOSE CADUF
           END-IF
           MOVE "00" TO ERROUF.

      *Pede um item da venda: a peca e buscada em CADPECA na filial,
      *com preco de tabela e saldo conferido; codigo 0 fecha a venda
       PEDEITEM.

           DISPLAY "CODIGO DA PECA (0 = FECHAR A VENDA): "
           ACCEPT CODPEDIDO
           IF CODPEDIDO = ZEROS
               MOVE "S" TO FIMITENS
               GO TO PEDEITEM-FIM
           END-IF

           IF QTITENS = 20
               DISPLAY "LIMITE DE 20 ITENS POR NOTA"
               MOVE "S" TO FIMITENS
               GO TO PEDEITEM-FIM
           END-IF

           MOVE "N" TO ITEMREPETIDO
           MOVE 1 TO IXITEM
           PERFORM TESTAREPETIDO UNTIL IXITEM > QTITENS
           IF ITEMREPETIDO = "S"
               DISPLAY "PECA JA LANCADA NESTA VENDA"
               GO TO PEDEITEM-FIM
           END-IF

           MOVE "00" TO ERROPEC
           OPEN INPUT CADPECA
           IF ERROPEC NOT = "00"
               DISPLAY "CADPECA NAO DISPONIVEL"
               MOVE "00" TO ERROPEC
               MOVE "S" TO FIMITENS
               GO TO PEDEITEM-FIM
           END-IF
           MOVE CODPEDIDO TO PECA-CODIGO
           MOVE FILIALVENDA TO PECA-FILIAL
           READ CADPECA
           CLOSE CADPECA
           IF ERROPEC NOT = "00"
               DISPLAY "PECA NAO CADASTRADA NESSA FILIAL"
               MOVE "00" TO ERROPEC
               GO TO PEDEITEM-FIM
           END-IF

           MOVE PECA-PRECO TO LD-VALOR
           DISPLAY "PECA: " PECA-DESCRICAO
           DISPLAY "SALDO EM ESTOQUE: " PECA-SALDO
               "  PRECO: " LD-VALOR
           IF PECA-PRECO = ZEROS
               DISPLAY "PECA SEM PRECO DE VENDA NO CADASTRO"
               GO TO PEDEITEM-FIM
           END-IF

           DISPLAY "QUANTIDADE: "
           ACCEPT QTDPEDIDA
           IF QTDPEDIDA = ZEROS
               MOVE 1 TO QTDPEDIDA
           END-IF
           IF QTDPEDIDA > PECA-SALDO
               DISPLAY "SALDO INSUFICIENTE NA PRATELEIRA"
               GO TO PEDEITEM-FIM
           END-IF

           ADD 1 TO QTITENS
           MOVE CODPEDIDO TO TI-CODIGO (QTITENS)
           MOVE PECA-DESCRICAO TO TI-DESCRICAO (QTITENS)
           MOVE QTDPEDIDA TO TI-QTD (QTITENS)
           MOVE PECA-PRECO TO TI-VRUNIT (QTITENS)
           MOVE PECA-CUSTO TO TI-CUSTO (QTITENS)
           COMPUTE TI-VRTOTAL (QTITENS) = QTDPEDIDA * PECA-PRECO
           COMPUTE TI-ICMS (QTITENS) =
               TI-VRTOTAL (QTITENS) * (PCT-ICMS / 100)
           ADD TI-VRTOTAL (QTITENS) TO TOTVENDA
           ADD TI-ICMS (QTITENS) TO TOTICMS

           MOVE TI-VRTOTAL (QTITENS) TO LD-VALOR
           MOVE TOTVENDA TO LD-TOTAL
           DISPLAY "ITEM " QTITENS ": " LD-VALOR
               "   TOTAL DA VENDA: " LD-TOTAL.

       PEDEITEM-FIM.
           EXIT.

      *Marca se a peca pedida ja esta na tabela de itens da venda
       TESTAREPETIDO.

           IF TI-CODIGO (IXITEM) = CODPEDIDO
               MOVE "S" TO ITEMREPETIDO
           END-IF
           ADD 1 TO IXITEM.

      *Reconfere o saldo de todos os itens na confirmacao, porque a
      *oficina ou outro balcao pode ter baixado a peca no meio da venda
       CONFERESALDO.

           MOVE "S" TO SALDOOK
           MOVE "00" TO ERROPEC
           OPEN INPUT CADPECA
           IF ERROPEC NOT = "00"
               DISPLAY "CADPECA NAO DISPONIVEL, VENDA NAO CONCLUIDA"
               MOVE "00" TO ERROPEC
               MOVE "N" TO SALDOOK
           ELSE
               MOVE 1 TO IXITEM
               PERFORM TESTASALDO UNTIL IXITEM > QTITENS
               CLOSE CADPECA
               MOVE "00" TO ERROPEC
           END-IF.

      *Confere o saldo atual da peca do item IXITEM
       TESTASALDO.

           MOVE TI-CODIGO (IXITEM) TO PECA-CODIGO
           MOVE FILIALVENDA TO PECA-FILIAL
           READ CADPECA
           IF ERROPEC NOT = "00"
               OR PECA-SALDO < TI-QTD (IXITEM)
               DISPLAY "SALDO DA PECA " TI-CODIGO (IXITEM)
                   " MUDOU, VENDA NAO CONCLUIDA"
               MOVE "N" TO SALDOOK
               MOVE "00" TO ERROPEC
           END-IF
           ADD 1 TO IXITEM.

      *Emite a nota da venda: cabecalho em CADNF sem chassi nem
      *marca/modelo (nota de balcao para o P172APU) e, para cada
      *item, baixa do saldo, saida "B" em PECMOV.TXT, item em
      *CADNFIT, linha no NFSAIDA.TXT e registro em CADBALC
       GERANF.

           MOVE "00" TO ERRONF
           OPEN I-O CADNF
           IF ERRONF = "30" OR ERRONF = "35"
               OPEN OUTPUT CADNF
               CLOSE CADNF
               OPEN I-O CADNF
           END-IF
           MOVE NUMNOTA TO NF-NUMERO
           MOVE DATAHOJE TO NF-DATA
           MOVE CPFVENDA TO NF-CPF
           MOVE NOMEVENDA TO NF-NOME
           MOVE UFVENDA TO NF-UF
           MOVE ZEROS TO NF-MARCA NF-MODELO
           MOVE SPACES TO NF-CHASSI
           MOVE TOTVENDA TO NF-VALORVENDA
           MOVE TOTICMS TO NF-ICMS
           MOVE ZEROS TO NF-IPI
           MOVE FILIALVENDA TO NF-FILIAL
           MOVE TIPOVENDA TO NF-TIPOPESSOA
           MOVE CNPJVENDA TO NF-CNPJ
           WRITE REGNF
           CLOSE CADNF
           MOVE "00" TO ERRONF

           MOVE "00" TO ERRONFI
           OPEN I-O CADNFIT
           IF ERRONFI = "30" OR ERRONFI = "35"
               OPEN OUTPUT CADNFIT
               CLOSE CADNFIT
               OPEN I-O CADNFIT
           END-IF

           MOVE "00" TO ERRONFS
           OPEN EXTEND NFSAIDA
           IF ERRONFS = "30" OR ERRONFS = "35"
               OPEN OUTPUT NFSAIDA
               CLOSE NFSAIDA
               OPEN EXTEND NFSAIDA
           END-IF

           MOVE "00" TO ERROPMV
           OPEN EXTEND PECMOV
           IF ERROPMV = "30" OR ERROPMV = "35"
               OPEN OUTPUT PECMOV
               CLOSE PECMOV
               OPEN EXTEND PECMOV
           END-IF

           MOVE "00" TO ERROPEC
           OPEN I-O CADPECA

           MOVE 1 TO IXITEM
           PERFORM GRAVAITEMNF UNTIL IXITEM > QTITENS

           CLOSE CADPECA
           CLOSE PECMOV
           CLOSE NFSAIDA
           CLOSE CADNFIT
           MOVE "00" TO ERROPEC
           MOVE "00" TO ERRONFI
           MOVE "00" TO ERRO

           DISPLAY "NF " NUMNOTA " EMITIDA PARA A CONTABILIDADE".

      *Grava o item IXITEM: baixa em CADPECA, movimento de saida,
      *item da nota, linha do arquivo fiscal e venda de balcao
       GRAVAITEMNF.

           MOVE TI-CODIGO (IXITEM) TO PECA-CODIGO
           MOVE FILIALVENDA TO PECA-FILIAL
           READ CADPECA
           IF ERROPEC = "00"
               SUBTRACT TI-QTD (IXITEM) FROM PECA-SALDO
               REWRITE REGPECA
               IF PECA-SALDO < PECA-MINIMO
                   DISPLAY "ATENCAO: PECA " PECA-CODIGO " FICOU"
                       " ABAIXO DO ESTOQUE MINIMO (" PECA-MINIMO ")"
               END-IF
           END-IF
           MOVE "00" TO ERROPEC

           MOVE DATAHOJE TO PMOV-DATA
           MOVE "B" TO PMOV-TIPO
           MOVE TI-CODIGO (IXITEM) TO PMOV-CODIGO
           MOVE FILIALVENDA TO PMOV-FILIAL
           MOVE TI-QTD (IXITEM) TO PMOV-QTD
           MOVE ZEROS TO PMOV-FORNEC
           MOVE NUMNOTA TO PMOV-OS
           WRITE REGPMOV

           MOVE NUMNOTA TO NFI-NUMERO
           MOVE IXITEM TO NFI-SEQ
           MOVE ZEROS TO NFI-CODIGO
           MOVE TI-CODIGO (IXITEM) TO NFI-CODPECA
           MOVE TI-DESCRICAO (IXITEM) TO NFI-DESCRICAO
           MOVE TI-QTD (IXITEM) TO NFI-QTD
           MOVE TI-VRTOTAL (IXITEM) TO NFI-VALOR
           WRITE REGNFI
               INVALID KEY
                   REWRITE REGNFI
           END-WRITE

           MOVE NUMNOTA TO NFS-NUMERO
           MOVE DATAHOJE TO NFS-DATA
           MOVE CPFVENDA TO NFS-CPF
           MOVE TI-DESCRICAO (IXITEM) TO NFS-NOME
           MOVE UFVENDA TO NFS-UF
           MOVE ZEROS TO NFS-MARCA NFS-MODELO
           MOVE SPACES TO NFS-CHASSI
           MOVE TI-VRTOTAL (IXITEM) TO NFS-VALOR
           MOVE TI-ICMS (IXITEM) TO NFS-ICMS
           MOVE ZEROS TO NFS-IPI
           MOVE FILIALVENDA TO NFS-FILIAL
           MOVE TIPOVENDA TO NFS-TIPOPESSOA
           MOVE CNPJVENDA TO NFS-CNPJ
           MOVE ENDVENDA TO NFS-ENDERECO
           MOVE BAIRROVENDA TO NFS-BAIRRO
           MOVE CIDADEVENDA TO NFS-CIDADE
           MOVE CEPVENDA TO NFS-CEP
           WRITE REGNFS

           MOVE DATAHOJE(1:6) TO BALC-ANOMES
           MOVE FILIALVENDA TO BALC-FILIAL
           MOVE TI-CODIGO (IXITEM) TO BALC-CODIGO
           MOVE NUMNOTA TO BALC-NOTA
           MOVE IXITEM TO BALC-SEQ
           MOVE DATAHOJE TO BALC-DATA
           MOVE CPFVENDA TO BALC-CPF
           MOVE TI-QTD (IXITEM) TO BALC-QTD
           MOVE TI-VRUNIT (IXITEM) TO BALC-VRUNIT
           MOVE TI-VRTOTAL (IXITEM) TO BALC-VRTOTAL
           MOVE TI-CUSTO (IXITEM) TO BALC-CUSTO
           MOVE NUMRECIBO TO BALC-RECIBO
           WRITE REGBALC
               INVALID KEY
                   REWRITE REGBALC
           END-WRITE

           ADD 1 TO IXITEM.

      *Imprime o cupom da venda com os itens, a nota e o recibo
       IMPRIMECUPOM.

           DISPLAY " "
           DISPLAY "VENDA DE BALCAO - RECIBO NR " NUMRECIBO
           DISPLAY "======================================"
           DISPLAY "NF: " NUMNOTA "  DATA: " DATAHOJE
               "  FILIAL: " FILIALVENDA
           DISPLAY "CLIENTE: " NOMEVENDA
           DISPLAY "--------------------------------------"
           DISPLAY "CODIGO DESCRICAO              QTD    VALOR"
           MOVE 1 TO IXITEM
           PERFORM MOSTRAITEM UNTIL IXITEM > QTITENS
           DISPLAY "--------------------------------------"
           MOVE TOTICMS TO LD-VALOR
           DISPLAY "ICMS:  " LD-VALOR
           MOVE TOTVENDA TO LD-TOTAL
           DISPLAY "TOTAL: " LD-TOTAL
           DISPLAY "======================================"
           DISPLAY " ".

      *Imprime o item IXITEM no cupom
       MOSTRAITEM.

           MOVE TI-VRTOTAL (IXITEM) TO LD-VALOR
           DISPLAY TI-CODIGO (IXITEM) "  " TI-DESCRICAO (IXITEM)(1:20)
               "  " TI-QTD (IXITEM) " " LD-VALOR
           ADD 1 TO IXITEM.

      *Relatorio mensal das vendas de balcao por filial e peca, com
      *quantidade, valor vendido, custo e margem, pelo spool
       RELATORIO.

           DISPLAY "MES DO RELATORIO (AAAAMM): "
           ACCEPT ANOMESPEDIDO
           IF ANOMESPEDIDO = ZEROS
               MOVE DATAHOJE(1:6) TO ANOMESPEDIDO
           END-IF

           MOVE "N" TO TEMPECA
           MOVE "00" TO ERROPEC
           OPEN INPUT CADPECA
           IF ERROPEC = "00"
               MOVE "S" TO TEMPECA
           END-IF
           MOVE "00" TO ERROPEC

           MOVE "VENDAS DE PECAS NO BALCAO" TO TITULOREL
           PERFORM ABRESPOOL
           STRING "VENDAS DE BALCAO DO MES " ANOMESPEDIDO
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE "CODIGO DESCRICAO" TO LINHAREL
           MOVE "QTD" TO LINHAREL(35:3)
           MOVE "VALOR VENDA" TO LINHAREL(39:11)
           MOVE "CUSTO" TO LINHAREL(57:5)
           MOVE "MARGEM" TO LINHAREL(68:6)
           PERFORM GRAVAREL
           MOVE ALL "-" TO LINHAREL(1:73)
           PERFORM GRAVAREL

           MOVE ZEROS TO QTREG PECQTD PECVALOR PECCUSTO
           MOVE ZEROS TO FILQTD FILVALOR FILCUSTO
           MOVE ZEROS TO GERQTD GERVALOR GERCUSTO
           MOVE "N" TO FIMLISTA
           MOVE ANOMESPEDIDO TO BALC-ANOMES
           MOVE ZEROS TO BALC-FILIAL BALC-CODIGO BALC-NOTA BALC-SEQ
           START CADBALC KEY IS NOT LESS THAN BALC-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM LEVENDA UNTIL FIMLISTA = "S"

           IF QTREG > ZEROS
               PERFORM FECHAPECA
               PERFORM FECHAFILIAL
           END-IF

           MOVE ALL "-" TO LINHAREL(1:73)
           PERFORM GRAVAREL
           MOVE "TOTAL GERAL" TO LINHAREL
           MOVE GERQTD TO PECQTD
           MOVE GERVALOR TO PECVALOR
           MOVE GERCUSTO TO PECCUSTO
           PERFORM MONTAVALORES
           PERFORM GRAVAREL
           CLOSE ARQREL

           IF TEMPECA = "S"
               CLOSE CADPECA
           END-IF
           MOVE "00" TO ERROPEC
           MOVE "00" TO ERRO

           DISPLAY " "
           DISPLAY "ITENS VENDIDOS NO MES: " QTREG
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO MENU-PRINCIPAL.

      *Le a proxima venda do mes e acumula na peca, fechando a peca
      *e a filial anteriores quando a chave muda
       LEVENDA.

           READ CADBALC NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF BALC-ANOMES NOT = ANOMESPEDIDO
                   MOVE "S" TO FIMLISTA
               END-IF
           END-IF

           IF FIMLISTA NOT = "S"
               IF QTREG > ZEROS
                   IF BALC-FILIAL NOT = FILIALANT
                       OR BALC-CODIGO NOT = CODIGOANT
                       PERFORM FECHAPECA
                   END-IF
                   IF BALC-FILIAL NOT = FILIALANT
                       PERFORM FECHAFILIAL
                   END-IF
               END-IF
               IF QTREG = ZEROS OR BALC-FILIAL NOT = FILIALANT
                   STRING "FILIAL " BALC-FILIAL
                       DELIMITED BY SIZE INTO LINHAREL
                   PERFORM GRAVAREL
               END-IF
               MOVE BALC-FILIAL TO FILIALANT
               MOVE BALC-CODIGO TO CODIGOANT
               ADD 1 TO QTREG
               ADD BALC-QTD TO PECQTD
               ADD BALC-VRTOTAL TO PECVALOR
               COMPUTE PECCUSTO = PECCUSTO + BALC-QTD * BALC-CUSTO
           END-IF.

      *Imprime a linha da peca acumulada e soma na filial
       FECHAPECA.

           MOVE SPACES TO PECA-DESCRICAO
           IF TEMPECA = "S"
               MOVE CODIGOANT TO PECA-CODIGO
               MOVE FILIALANT TO PECA-FILIAL
               READ CADPECA
               IF ERROPEC NOT = "00"
                   MOVE SPACES TO PECA-DESCRICAO
               END-IF
               MOVE "00" TO ERROPEC
           END-IF
           MOVE CODIGOANT TO LINHAREL(1:5)
           MOVE PECA-DESCRICAO(1:22) TO LINHAREL(8:22)
           PERFORM MONTAVALORES
           PERFORM GRAVAREL

           ADD PECQTD TO FILQTD
           ADD PECVALOR TO FILVALOR
           ADD PECCUSTO TO FILCUSTO
           MOVE ZEROS TO PECQTD PECVALOR PECCUSTO.

      *Imprime o subtotal da filial e soma no total geral
       FECHAFILIAL.

           STRING "TOTAL DA FILIAL " FILIALANT
               DELIMITED BY SIZE INTO LINHAREL
           MOVE FILQTD TO PECQTD
           MOVE FILVALOR TO PECVALOR
           MOVE FILCUSTO TO PECCUSTO
           PERFORM MONTAVALORES
           PERFORM GRAVAREL
           MOVE SPACES TO LINHAREL
           PERFORM GRAVAREL

           ADD FILQTD TO GERQTD
           ADD FILVALOR TO GERVALOR
           ADD FILCUSTO TO GERCUSTO
           MOVE ZEROS TO FILQTD FILVALOR FILCUSTO
           MOVE ZEROS TO PECQTD PECVALOR PECCUSTO.

      *Monta quantidade, valor, custo e margem de PECQTD/PECVALOR/
      *PECCUSTO nas colunas da linha do relatorio
       MONTAVALORES.

           COMPUTE MARGEM = PECVALOR - PECCUSTO
           MOVE PECQTD TO LD-QTD
           MOVE PECVALOR TO LD-VALOR
           MOVE PECCUSTO TO LD-CUSTO
           MOVE MARGEM TO LD-MARGEM
           MOVE LD-QTD TO LINHAREL(31:7)
           MOVE LD-VALOR TO LINHAREL(39:11)
           MOVE LD-CUSTO TO LINHAREL(51:11)
           MOVE LD-MARGEM TO LINHAREL(63:11).

      *Vincula o recebimento da venda a sessao de caixa aberta do
      *operador (CXMOV), como o P172PAG faz com as parcelas
       GRAVACAIXA.

           PERFORM BUSCASESSAOCAIXA
           IF SESSAOCAIXA = ZEROS
               DISPLAY "AVISO: SEM SESSAO DE CAIXA ABERTA, O"
                   " RECEBIMENTO FICOU FORA DO FECHAMENTO"
               GO TO GRAVACAIXA-FIM
           END-IF

           MOVE "00" TO ERROMOV
           OPEN I-O CXMOV
           IF ERROMOV = "30" OR ERROMOV = "35"
               OPEN OUTPUT CXMOV
               CLOSE CXMOV
               OPEN I-O CXMOV
           END-IF

           PERFORM ACHAPROXMOV

           MOVE SESSAOCAIXA TO MOV-SESSAO
           MOVE PROXMOVSEQ TO MOV-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO MOV-DATAHORA
           MOVE NUMRECIBO TO MOV-RECIBO
           MOVE TOTVENDA TO MOV-VALOR
           MOVE "P172BAL" TO MOV-ORIGEM
           MOVE SPACES TO MOV-REFER
           MOVE "NF:" TO MOV-REFER(1:3)
           MOVE NUMNOTA TO MOV-REFER(4:6)
           WRITE REGMOV
           CLOSE CXMOV.

       GRAVACAIXA-FIM.
           EXIT.

      *Procura em CADCAIXA a sessao de caixa aberta do operador
      *logado (SESSAOCAIXA = 0 quando nao ha)
       BUSCASESSAOCAIXA.

           MOVE ZEROS TO SESSAOCAIXA
           MOVE "00" TO ERROCX
           OPEN INPUT CADCAIXA
           IF ERROCX NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO FIMSESSAO
               MOVE ZEROS TO CX-NUMERO
               START CADCAIXA KEY IS NOT LESS THAN CX-NUMERO
                   INVALID KEY
                       MOVE "S" TO FIMSESSAO
               END-START
               PERFORM TESTASESSAOCX UNTIL FIMSESSAO = "S"
               CLOSE CADCAIXA
           END-IF.

      *Le a proxima sessao e guarda se for a aberta do operador
       TESTASESSAOCX.

           READ CADCAIXA NEXT RECORD
               AT END
                   MOVE "S" TO FIMSESSAO
           END-READ

           IF FIMSESSAO NOT = "S"
               IF CX-SITUACAO = "A"
                   AND CX-OPERADOR = OPERADORLOGADO
                   MOVE CX-NUMERO TO SESSAOCAIXA
               END-IF
           END-IF.

      *Acha o proximo sequencial de movimento da sessao corrente
       ACHAPROXMOV.

           MOVE ZEROS TO PROXMOVSEQ
           MOVE "N" TO FIMSESSAO
           MOVE SESSAOCAIXA TO MOV-SESSAO
           MOVE ZEROS TO MOV-SEQ
           START CXMOV KEY IS NOT LESS THAN MOV-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMSESSAO
           END-START

           PERFORM CONTAMOV UNTIL FIMSESSAO = "S"
           ADD 1 TO PROXMOVSEQ.

      *Conta os movimentos ja gravados da sessao corrente
       CONTAMOV.

           READ CXMOV NEXT RECORD
               AT END
                   MOVE "S" TO FIMSESSAO
           END-READ

           IF FIMSESSAO NOT = "S"
               IF MOV-SESSAO NOT = SESSAOCAIXA
                   MOVE "S" TO FIMSESSAO
               ELSE
                   MOVE MOV-SEQ TO PROXMOVSEQ
               END-IF
           END-IF.

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
      *    nao parar o balcao
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

      *Confere pelo P172PER se a data em PER-DATA esta em competencia
      *ja fechada no fechamento mensal (PER-RESULTADO = "N")
       CONFEREPERIODO.
           CALL "P172PER" USING REGPERIODO.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
           MOVE "P172BAL" TO LOG-PROGRAMA
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

      *Fecha o arquivo de vendas de balcao antes de encerrar
       SAIR.

           CLOSE CADBALC.

      *Fecha o programa
       FIM.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "BAL" TO NOMERELATORIO(1:3)
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
           MOVE "P172BAL" TO SPO-PROGRAMA
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
           STRING "P172BAL  " TITULOREL "  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172BAL.
