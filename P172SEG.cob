      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Seguro auto vendido junto com o veiculo. Cadastro das
      *    seguradoras parceiras (CADSEGU: codigo, nome, CNPJ e
      *    percentual padrao de comissao da loja) usadas pela venda
      *    do P172904, que grava a apolice em CADAPOL ligada ao
      *    chassi e ao CPF do comprador (seguradora, numero da
      *    apolice, premio, inicio e fim de vigencia, percentual e
      *    valor da comissao). Aqui ficam o relatorio mensal da
      *    comissao devida por seguradora pelo spool (P172SPO), a
      *    baixa da comissao quando o pagamento da seguradora chega,
      *    a lista de renovacao das apolices que vencem nos proximos
      *    30 dias - para o vendedor ligar para o cliente - e o
      *    registro da apolice renovada. Auditoria em LOGTRANS.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172SEG.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSEGU ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEGU-CODIGO
               FILE STATUS IS ERRO.
           SELECT CADAPOL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APOL-CHAVE
               FILE STATUS IS ERROAPL
               ALTERNATE RECORD KEY APOL-DATAFIM DUPLICATES.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               FILE STATUS IS ERROPRO
               ALTERNATE RECORD KEY EMAIL DUPLICATES.
           SELECT CADLGPD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGPD-CHAVE
               FILE STATUS IS ERROLGP.
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

           FD CADSEGU
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADSEGU.DAT".
           01 REGSEGU.
               02 SEGU-CODIGO PIC 9(3) VALUE ZEROS.
               02 SEGU-NOME PIC X(30) VALUE SPACES.
               02 SEGU-CNPJ PIC 9(14) VALUE ZEROS.
               02 SEGU-PCTCOM PIC 9(2)V99 VALUE ZEROS.

           FD CADAPOL
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADAPOL.DAT".
           01 REGAPOL.
               02 APOL-CHAVE.
                   03 APOL-CHASSI PIC X(17) VALUE SPACES.
                   03 APOL-DATAINI PIC 9(8) VALUE ZEROS.
               02 APOL-CPF PIC 9(11) VALUE ZEROS.
               02 APOL-CONTRATO PIC 9(8) VALUE ZEROS.
               02 APOL-SEGURADORA PIC 9(3) VALUE ZEROS.
               02 APOL-NUMERO PIC X(20) VALUE SPACES.
               02 APOL-PREMIO PIC 9(8)V99 VALUE ZEROS.
               02 APOL-DATAFIM PIC 9(8) VALUE ZEROS.
               02 APOL-PCTCOM PIC 9(2)V99 VALUE ZEROS.
               02 APOL-VRCOM PIC 9(8)V99 VALUE ZEROS.
               02 APOL-VENDEDOR PIC 9(3) VALUE ZEROS.
               02 APOL-SITUACAO PIC X(1) VALUE "A".
               02 APOL-COMPAGA PIC X(1) VALUE "N".
               02 APOL-DATACOMPG PIC 9(8) VALUE ZEROS.

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

           FD CADLGPD
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADLGPD.DAT".
           01 REGLGPD.
               02 LGPD-CHAVE.
                   03 LGPD-TIPO PIC X(1) VALUE "C".
                   03 LGPD-CODIGO PIC 9(11) VALUE ZEROS.
               02 LGPD-MARKETING PIC X(1) VALUE SPACES.
               02 LGPD-DATA PIC 9(8) VALUE ZEROS.
               02 LGPD-CANAL PIC X(1) VALUE SPACES.
               02 LGPD-OPERADOR PIC X(20) VALUE SPACES.
               02 LGPD-DATAREF PIC 9(8) VALUE ZEROS.
               02 LGPD-DATAANON PIC 9(8) VALUE ZEROS.

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
           01 ERROAPL PIC X(2) VALUE "00".
           01 ERROPRO PIC X(2) VALUE "00".
           01 ERROLGP PIC X(2) VALUE "00".
           01 OPC PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 ACHOUSEG PIC X(1) VALUE "N".
           01 ACHOUAPOL PIC X(1) VALUE "N".
           01 ABRIUPROPR PIC X(1) VALUE "N".
           01 ABRIULGPD PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 DATALIMITE PIC 9(8) VALUE ZEROS.
           01 DIASLIMITE PIC 9(8) VALUE ZEROS.
           01 ANOMESPEDIDO PIC 9(6) VALUE ZEROS.
           01 SEGPEDIDA PIC 9(3) VALUE ZEROS.
           01 CHASSIPEDIDO PIC X(17) VALUE SPACES.
           01 ANOAPOL PIC 9(4) VALUE ZEROS.

           01 QTAPOLICES PIC 9(5) VALUE ZEROS.
           01 QTRENOVAR PIC 9(5) VALUE ZEROS.
           01 QTRECUSA PIC 9(5) VALUE ZEROS.
           01 TOTPREMIO PIC 9(12)V99 VALUE ZEROS.
           01 TOTCOMISSAO PIC 9(12)V99 VALUE ZEROS.
           01 TOTRECEBIDO PIC 9(12)V99 VALUE ZEROS.
           01 TOTANTERIOR PIC 9(12)V99 VALUE ZEROS.
           01 TOTBAIXA PIC 9(12)V99 VALUE ZEROS.
           01 QTBAIXA PIC 9(5) VALUE ZEROS.

      *    apolice ativa achada para a renovacao
           01 APOLANTIGA PIC X(112) VALUE SPACES.

           01 TABSEG.
               02 TSE-ENT OCCURS 50 TIMES.
                   03 TSE-CODIGO PIC 9(3).
                   03 TSE-QTD PIC 9(5).
                   03 TSE-COMISSAO PIC 9(12)V99.
                   03 TSE-RECEBIDO PIC 9(12)V99.
           01 QTSEG PIC 9(2) VALUE ZEROS.
           01 IXSEG PIC 9(2) VALUE ZEROS.
           01 ACHOUTOT PIC X(1) VALUE "N".

           01 LD-VALOR PIC Z(11),99 VALUE ZEROS.
           01 LD-VALOR2 PIC Z(11),99 VALUE ZEROS.
           01 LD-PCT PIC Z9,99 VALUE ZEROS.
           01 LD-SITCOM PIC X(8) VALUE SPACES.
           01 LD-MARCA PIC X(2) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Cria o cadastro de seguradoras na primeira execucao
       ARQUIVO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE

           OPEN I-O CADSEGU
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADSEGU
                   CLOSE CADSEGU
                   DISPLAY "ARQUIVO CADSEGU SENDO CRIADO"
                   GO TO ARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSEGU"
                   GO TO FIM
           ELSE
               CONTINUE.

      *Mostra um menu de opcoes para o usuario
       MENU-PRINCIPAL.

           DISPLAY " "
           DISPLAY "SEGURO AUTO - SEGURADORAS, COMISSAO E RENOVACAO"
           DISPLAY "1 - CADASTRAR / ALTERAR SEGURADORA"
           DISPLAY "2 - LISTAR SEGURADORAS"
           DISPLAY "3 - RELATORIO DE COMISSAO DO MES"
           DISPLAY "4 - BAIXAR COMISSAO RECEBIDA"
           DISPLAY "5 - LISTA DE RENOVACAO (30 DIAS)"
           DISPLAY "6 - REGISTRAR APOLICE RENOVADA"
           DISPLAY "7 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
                   GO TO CADASTRAR
               ELSE IF OPC = "2"
                   GO TO LISTAR
               ELSE IF OPC = "3"
                   GO TO RELCOMISSAO
               ELSE IF OPC = "4"
                   GO TO BAIXAR
               ELSE IF OPC = "5"
                   GO TO RELRENOVACAO
               ELSE IF OPC = "6"
                   GO TO RENOVAR
               ELSE IF OPC = "7"
                   GO TO SAIR
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Cadastra ou altera uma seguradora parceira
       CADASTRAR.

           DISPLAY "CODIGO DA SEGURADORA: "
           ACCEPT SEGU-CODIGO
           IF SEGU-CODIGO = ZEROS
               DISPLAY "DIGITE UM CODIGO MAIOR QUE ZERO"
               GO TO CADASTRAR
           END-IF

           READ CADSEGU
           IF ERRO = "00"
               DISPLAY "JA CADASTRADA: " SEGU-NOME
               DISPLAY "DESEJA ALTERAR ? S/N"
               ACCEPT OPC
               IF OPC NOT = "S" AND NOT = "s"
                   GO TO MENU-PRINCIPAL
               END-IF
               MOVE "S" TO ACHOUSEG
           ELSE
               MOVE "N" TO ACHOUSEG
           END-IF
           MOVE "00" TO ERRO

           DISPLAY "NOME DA SEGURADORA: "
           ACCEPT SEGU-NOME
           DISPLAY "CNPJ (SO NUMEROS): "
           ACCEPT SEGU-CNPJ
           DISPLAY "COMISSAO PADRAO DA LOJA (%): "
           ACCEPT SEGU-PCTCOM

           IF ACHOUSEG = "S"
               REWRITE REGSEGU
           ELSE
               WRITE REGSEGU
           END-IF

           IF ERRO = "00" OR "02"
               DISPLAY "SEGURADORA GRAVADA"
               MOVE "GRAVA" TO LOG-OPERACAO
               MOVE SEGU-CODIGO TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO NA GRAVACAO DA SEGURADORA"
           END-IF
           GO TO MENU-PRINCIPAL.

      *Lista as seguradoras cadastradas
       LISTAR.

           MOVE "N" TO FIMLISTA
           MOVE ZEROS TO SEGU-CODIGO
           START CADSEGU KEY IS NOT LESS THAN SEGU-CODIGO
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START

           DISPLAY " "
           DISPLAY "COD  NOME                            CNPJ"
           DISPLAY "  COMISSAO PADRAO (%)"
           DISPLAY "------------------------------------------------"

           PERFORM MOSTRASEG UNTIL FIMLISTA = "S"

           DISPLAY "------------------------------------------------"
           GO TO MENU-PRINCIPAL.

      *Le a proxima seguradora e mostra na tela
       MOSTRASEG.

           READ CADSEGU NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               MOVE SEGU-PCTCOM TO LD-PCT
               DISPLAY SEGU-CODIGO "  " SEGU-NOME "  " SEGU-CNPJ
               DISPLAY "  " LD-PCT
           END-IF.

      *Relatorio das apolices vendidas no mes pedido (inicio de
      *vigencia), com a comissao de cada uma e o total devido e
      *recebido por seguradora
       RELCOMISSAO.

           DISPLAY "MES DAS APOLICES (AAAAMM, 0 = MES ATUAL): "
           ACCEPT ANOMESPEDIDO
           IF ANOMESPEDIDO = ZEROS
               MOVE DATAHOJE(1:6) TO ANOMESPEDIDO
           END-IF

           MOVE "00" TO ERROAPL
           OPEN INPUT CADAPOL
           IF ERROAPL NOT = "00"
               DISPLAY "NENHUMA APOLICE REGISTRADA AINDA"
               MOVE "00" TO ERROAPL
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE ZEROS TO QTAPOLICES TOTPREMIO TOTCOMISSAO TOTRECEBIDO
           MOVE ZEROS TO TOTANTERIOR QTSEG
           MOVE "N" TO FIMLISTA

           MOVE "COMISSAO DE SEGUROS DO MES" TO TITULOREL
           PERFORM ABRESPOOL

           STRING "APOLICES COM INICIO EM " ANOMESPEDIDO
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE "CHASSI             SEG APOLICE              PREMIO"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "  COMISSAO %      VALOR  SITUACAO" TO LINHAREL
           PERFORM GRAVAREL
           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL

           PERFORM MOSTRACOMISSAO UNTIL FIMLISTA = "S"

           CLOSE CADAPOL

           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL
           STRING "APOLICES NO MES: " QTAPOLICES
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE TOTPREMIO TO LD-VALOR
           STRING "PREMIO TOTAL...........: " LD-VALOR
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE TOTCOMISSAO TO LD-VALOR
           STRING "COMISSAO DO MES........: " LD-VALOR
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE TOTRECEBIDO TO LD-VALOR
           STRING "JA RECEBIDA............: " LD-VALOR
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE TOTANTERIOR TO LD-VALOR
           STRING "PENDENTE DE MESES ANTERIORES: " LD-VALOR
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL

           PERFORM GRAVAREL
           MOVE "COMISSAO DEVIDA POR SEGURADORA (NO MES)" TO LINHAREL
           PERFORM GRAVAREL
           MOVE "COD NOME                           QTD     COMISSAO"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "  A RECEBER" TO LINHAREL
           PERFORM GRAVAREL
           MOVE 1 TO IXSEG
           PERFORM MOSTRATOTALSEG UNTIL IXSEG > QTSEG

           CLOSE ARQREL
           DISPLAY " "
           DISPLAY "APOLICES NO MES: " QTAPOLICES
           COMPUTE TOTBAIXA = TOTCOMISSAO - TOTRECEBIDO
           MOVE TOTBAIXA TO LD-VALOR
           DISPLAY "COMISSAO A RECEBER DO MES: " LD-VALOR
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO MENU-PRINCIPAL.

      *Le a proxima apolice; a do mes pedido vai para o relatorio e
      *o total da seguradora, e a comissao pendente de meses
      *anteriores e somada a parte
       MOSTRACOMISSAO.

           READ CADAPOL NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S" AND APOL-SITUACAO NOT = "C"
               IF APOL-DATAINI(1:6) = ANOMESPEDIDO
                   ADD 1 TO QTAPOLICES
                   ADD APOL-PREMIO TO TOTPREMIO
                   ADD APOL-VRCOM TO TOTCOMISSAO
                   IF APOL-COMPAGA = "S"
                       ADD APOL-VRCOM TO TOTRECEBIDO
                       MOVE "RECEBIDA" TO LD-SITCOM
                   ELSE
                       MOVE "PENDENTE" TO LD-SITCOM
                   END-IF
                   MOVE APOL-PREMIO TO LD-VALOR
                   STRING APOL-CHASSI "  " APOL-SEGURADORA " "
                       APOL-NUMERO " " LD-VALOR
                       DELIMITED BY SIZE INTO LINHAREL
                   PERFORM GRAVAREL
                   MOVE APOL-PCTCOM TO LD-PCT
                   MOVE APOL-VRCOM TO LD-VALOR
                   STRING "  " LD-PCT "  " LD-VALOR "  " LD-SITCOM
                       DELIMITED BY SIZE INTO LINHAREL
                   PERFORM GRAVAREL
                   PERFORM ACUMULASEG
               ELSE
                   IF APOL-DATAINI(1:6) < ANOMESPEDIDO
                       AND APOL-COMPAGA NOT = "S"
                       ADD APOL-VRCOM TO TOTANTERIOR
                   END-IF
               END-IF
           END-IF.

      *Acumula a apolice corrente na seguradora dela
       ACUMULASEG.

           MOVE "N" TO ACHOUTOT
           MOVE 1 TO IXSEG
           PERFORM PROCURASEG UNTIL ACHOUTOT = "S"
               OR IXSEG > QTSEG

           IF ACHOUTOT = "N"
               IF QTSEG < 50
                   ADD 1 TO QTSEG
                   MOVE APOL-SEGURADORA TO TSE-CODIGO (QTSEG)
                   MOVE ZEROS TO TSE-QTD (QTSEG)
                   MOVE ZEROS TO TSE-COMISSAO (QTSEG)
                   MOVE ZEROS TO TSE-RECEBIDO (QTSEG)
                   MOVE QTSEG TO IXSEG
                   MOVE "S" TO ACHOUTOT
               END-IF
           END-IF

           IF ACHOUTOT = "S"
               ADD 1 TO TSE-QTD (IXSEG)
               ADD APOL-VRCOM TO TSE-COMISSAO (IXSEG)
               IF APOL-COMPAGA = "S"
                   ADD APOL-VRCOM TO TSE-RECEBIDO (IXSEG)
               END-IF
           END-IF.

      *Procura a seguradora da apolice corrente na tabela
       PROCURASEG.

           IF TSE-CODIGO (IXSEG) = APOL-SEGURADORA
               MOVE "S" TO ACHOUTOT
           ELSE
               ADD 1 TO IXSEG
           END-IF.

      *Imprime o total da seguradora corrente, com o nome buscado em
      *CADSEGU
       MOSTRATOTALSEG.

           MOVE SPACES TO SEGU-NOME
           MOVE TSE-CODIGO (IXSEG) TO SEGU-CODIGO
           READ CADSEGU
               INVALID KEY
                   MOVE "NAO CADASTRADA" TO SEGU-NOME
           END-READ
           MOVE "00" TO ERRO

           MOVE TSE-COMISSAO (IXSEG) TO LD-VALOR
           COMPUTE TOTBAIXA = TSE-COMISSAO (IXSEG)
               - TSE-RECEBIDO (IXSEG)
           MOVE TOTBAIXA TO LD-VALOR2
           STRING TSE-CODIGO (IXSEG) " " SEGU-NOME " "
               TSE-QTD (IXSEG) " " LD-VALOR
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           STRING "  " LD-VALOR2
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           ADD 1 TO IXSEG.

      *Baixa a comissao de uma seguradora no mes quando o pagamento
      *chega: todas as apolices pendentes da seguradora com inicio
      *no mes informado passam a recebidas
       BAIXAR.

           DISPLAY "CODIGO DA SEGURADORA: "
           ACCEPT SEGPEDIDA
           MOVE SEGPEDIDA TO SEGU-CODIGO
           READ CADSEGU
           IF ERRO NOT = "00"
               DISPLAY "SEGURADORA NAO CADASTRADA"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF
           DISPLAY "SEGURADORA: " SEGU-NOME
           DISPLAY "MES DAS APOLICES (AAAAMM): "
           ACCEPT ANOMESPEDIDO

           MOVE "00" TO ERROAPL
           OPEN I-O CADAPOL
           IF ERROAPL NOT = "00"
               DISPLAY "NENHUMA APOLICE REGISTRADA AINDA"
               MOVE "00" TO ERROAPL
               GO TO MENU-PRINCIPAL
           END-IF

      *    primeira passada so soma, para o operador conferir com o
      *    valor que a seguradora pagou
           MOVE ZEROS TO QTBAIXA TOTBAIXA
           MOVE "N" TO FIMLISTA
           PERFORM SOMABAIXA UNTIL FIMLISTA = "S"

           IF QTBAIXA = ZEROS
               DISPLAY "NENHUMA COMISSAO PENDENTE NESSE MES"
               CLOSE CADAPOL
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE TOTBAIXA TO LD-VALOR
           DISPLAY QTBAIXA " APOLICE(S) PENDENTE(S), COMISSAO "
               LD-VALOR
           DISPLAY "CONFIRMA O RECEBIMENTO DA COMISSAO ? S/N"
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               CLOSE CADAPOL
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "N" TO FIMLISTA
           MOVE SPACES TO APOL-CHASSI
           MOVE ZEROS TO APOL-DATAINI
           START CADAPOL KEY IS NOT LESS THAN APOL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM MARCABAIXA UNTIL FIMLISTA = "S"
           CLOSE CADAPOL
           MOVE "00" TO ERROAPL

           DISPLAY "COMISSAO BAIXADA"
           MOVE "BXCSEG" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVE
           MOVE SEGPEDIDA TO LOG-CHAVE(1:3)
           MOVE ANOMESPEDIDO TO LOG-CHAVE(4:6)
           PERFORM GRAVALOG
           GO TO MENU-PRINCIPAL.

      *Soma a comissao pendente da apolice corrente, se for da
      *seguradora e do mes pedidos
       SOMABAIXA.

           READ CADAPOL NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF APOL-SEGURADORA = SEGPEDIDA
                   AND APOL-DATAINI(1:6) = ANOMESPEDIDO
                   AND APOL-SITUACAO NOT = "C"
                   AND APOL-COMPAGA NOT = "S"
                   ADD 1 TO QTBAIXA
                   ADD APOL-VRCOM TO TOTBAIXA
               END-IF
           END-IF.

      *Marca como recebida a comissao da apolice corrente, se for da
      *seguradora e do mes pedidos
       MARCABAIXA.

           READ CADAPOL NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF APOL-SEGURADORA = SEGPEDIDA
                   AND APOL-DATAINI(1:6) = ANOMESPEDIDO
                   AND APOL-SITUACAO NOT = "C"
                   AND APOL-COMPAGA NOT = "S"
                   MOVE "S" TO APOL-COMPAGA
                   MOVE DATAHOJE TO APOL-DATACOMPG
                   REWRITE REGAPOL
               END-IF
           END-IF.

      *Lista de renovacao: apolices ativas que vencem de hoje ate 30
      *dias, com o telefone do cliente e o vendedor da venda; quem
      *recusou contato de marketing (CADLGPD) fica fora da lista
       RELRENOVACAO.

           MOVE "00" TO ERROAPL
           OPEN INPUT CADAPOL
           IF ERROAPL NOT = "00"
               DISPLAY "NENHUMA APOLICE REGISTRADA AINDA"
               MOVE "00" TO ERROAPL
               GO TO MENU-PRINCIPAL
           END-IF

           COMPUTE DIASLIMITE =
               FUNCTION INTEGER-OF-DATE (DATAHOJE) + 30
           COMPUTE DATALIMITE =
               FUNCTION DATE-OF-INTEGER (DIASLIMITE)

           MOVE "N" TO ABRIUPROPR ABRIULGPD
           MOVE "00" TO ERROPRO
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               MOVE "S" TO ABRIUPROPR
           END-IF
           MOVE "00" TO ERROLGP
           OPEN INPUT CADLGPD
           IF ERROLGP = "00"
               MOVE "S" TO ABRIULGPD
           END-IF

           MOVE ZEROS TO QTRENOVAR QTRECUSA
           MOVE "N" TO FIMLISTA
           MOVE DATAHOJE TO APOL-DATAFIM
           START CADAPOL KEY IS NOT LESS THAN APOL-DATAFIM
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START

           MOVE "RENOVACAO DE SEGUROS" TO TITULOREL
           PERFORM ABRESPOOL

           STRING "APOLICES QUE VENCEM DE " DATAHOJE " A " DATALIMITE
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE "VENCE    CHASSI             SEG APOLICE" TO LINHAREL
           PERFORM GRAVAREL
           MOVE "  CLIENTE              TELEFONE       VENDEDOR"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL

           PERFORM MOSTRARENOVACAO UNTIL FIMLISTA = "S"

           CLOSE CADAPOL
           IF ABRIUPROPR = "S"
               CLOSE CADPROPR
           END-IF
           IF ABRIULGPD = "S"
               CLOSE CADLGPD
           END-IF

           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL
           STRING "APOLICES A RENOVAR: " QTRENOVAR
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE "  * SEM CONSENTIMENTO DE MARKETING INFORMADO"
               TO LINHAREL
           PERFORM GRAVAREL
           STRING "FORA DA LISTA (RECUSARAM MARKETING): " QTRECUSA
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL

           CLOSE ARQREL
           DISPLAY " "
           DISPLAY "APOLICES A RENOVAR: " QTRENOVAR
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO MENU-PRINCIPAL.

      *Le a proxima apolice pela data de vencimento; para no limite
      *de 30 dias
       MOSTRARENOVACAO.

           READ CADAPOL NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF APOL-DATAFIM > DATALIMITE
                   MOVE "S" TO FIMLISTA
               ELSE
                   IF APOL-SITUACAO = "A"
                       PERFORM LINHARENOVACAO
                   END-IF
               END-IF
           END-IF.

      *Busca o cliente e o consentimento da apolice corrente e
      *imprime as duas linhas da renovacao
       LINHARENOVACAO.

           MOVE SPACES TO NOME
           MOVE ZEROS TO TELEFONE
           IF ABRIUPROPR = "S"
               MOVE APOL-CPF TO CPF
               READ CADPROPR
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO NOME
               END-READ
               MOVE "00" TO ERROPRO
           END-IF

           MOVE SPACES TO LGPD-MARKETING
           IF ABRIULGPD = "S"
               MOVE "C" TO LGPD-TIPO
               MOVE APOL-CPF TO LGPD-CODIGO
               READ CADLGPD
                   INVALID KEY
                       MOVE SPACES TO LGPD-MARKETING
               END-READ
               MOVE "00" TO ERROLGP
           END-IF

           IF LGPD-MARKETING = "N"
               ADD 1 TO QTRECUSA
           ELSE
               IF LGPD-MARKETING = "S"
                   MOVE SPACES TO LD-MARCA
               ELSE
                   MOVE " *" TO LD-MARCA
               END-IF
               STRING APOL-DATAFIM " " APOL-CHASSI "  "
                   APOL-SEGURADORA " " APOL-NUMERO
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               STRING "  " NOME " " DDD " " NUMERO "   "
                   APOL-VENDEDOR LD-MARCA
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               ADD 1 TO QTRENOVAR
           END-IF.

      *Registra a apolice renovada de um chassi: a apolice ativa
      *passa a renovada (R) e a nova comeca no fim da anterior, com
      *a comissao da loja sobre o novo premio
       RENOVAR.

           DISPLAY "CHASSI DO VEICULO SEGURADO: "
           ACCEPT CHASSIPEDIDO

           MOVE "00" TO ERROAPL
           OPEN I-O CADAPOL
           IF ERROAPL NOT = "00"
               DISPLAY "NENHUMA APOLICE REGISTRADA AINDA"
               MOVE "00" TO ERROAPL
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "N" TO ACHOUAPOL
           MOVE "N" TO FIMLISTA
           MOVE CHASSIPEDIDO TO APOL-CHASSI
           MOVE ZEROS TO APOL-DATAINI
           START CADAPOL KEY IS NOT LESS THAN APOL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM PROCURAATIVA UNTIL FIMLISTA = "S"

           IF ACHOUAPOL = "N"
               DISPLAY "NENHUMA APOLICE ATIVA PARA ESSE CHASSI"
               CLOSE CADAPOL
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE APOLANTIGA TO REGAPOL
           MOVE APOL-PREMIO TO LD-VALOR
           DISPLAY "APOLICE " APOL-NUMERO " SEGURADORA "
               APOL-SEGURADORA
           DISPLAY "VIGENCIA " APOL-DATAINI " A " APOL-DATAFIM
               " PREMIO " LD-VALOR
           DISPLAY "REGISTRA A RENOVACAO ? S/N"
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               CLOSE CADAPOL
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM DADOSRENOVACAO THRU DADOSRENOVACAO-FIM
           IF ACHOUSEG = "N"
               CLOSE CADAPOL
               GO TO MENU-PRINCIPAL
           END-IF

           WRITE REGAPOL
           IF ERROAPL NOT = "00" AND NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DA APOLICE RENOVADA"
               MOVE "00" TO ERROAPL
               CLOSE CADAPOL
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE APOLANTIGA TO REGAPOL
           MOVE "R" TO APOL-SITUACAO
           REWRITE REGAPOL
           CLOSE CADAPOL
           MOVE "00" TO ERROAPL

           DISPLAY "APOLICE RENOVADA GRAVADA"
           MOVE "RENSEG" TO LOG-OPERACAO
           MOVE CHASSIPEDIDO TO LOG-CHAVE
           PERFORM GRAVALOG
           GO TO MENU-PRINCIPAL.

      *Le a proxima apolice do chassi pedido e guarda a ativa
       PROCURAATIVA.

           READ CADAPOL NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF APOL-CHASSI NOT = CHASSIPEDIDO
                   MOVE "S" TO FIMLISTA
               ELSE
                   IF APOL-SITUACAO = "A"
                       MOVE "S" TO ACHOUAPOL
                       MOVE REGAPOL TO APOLANTIGA
                   END-IF
               END-IF
           END-IF.

      *Pede os dados da apolice renovada sobre a copia da anterior
      *(ACHOUSEG = "N" se a seguradora nao existir)
       DADOSRENOVACAO.

           MOVE APOL-DATAFIM TO APOL-DATAINI
           DISPLAY "SEGURADORA (0 = A MESMA " APOL-SEGURADORA "): "
           ACCEPT SEGPEDIDA
           IF SEGPEDIDA > ZEROS
               MOVE SEGPEDIDA TO APOL-SEGURADORA
           END-IF
           MOVE APOL-SEGURADORA TO SEGU-CODIGO
           READ CADSEGU
           IF ERRO NOT = "00"
               DISPLAY "SEGURADORA NAO CADASTRADA"
               MOVE "00" TO ERRO
               MOVE "N" TO ACHOUSEG
               GO TO DADOSRENOVACAO-FIM
           END-IF
           MOVE "S" TO ACHOUSEG

           DISPLAY "NUMERO DA NOVA APOLICE: "
           ACCEPT APOL-NUMERO
           DISPLAY "VALOR DO PREMIO: "
           ACCEPT APOL-PREMIO

           MOVE APOL-DATAINI TO APOL-DATAFIM
           MOVE APOL-DATAINI(1:4) TO ANOAPOL
           ADD 1 TO ANOAPOL
           MOVE ANOAPOL TO APOL-DATAFIM(1:4)
           IF APOL-DATAFIM(5:4) = "0229"
               MOVE "0228" TO APOL-DATAFIM(5:4)
           END-IF
           DISPLAY "FIM DA VIGENCIA (AAAAMMDD, 0 = " APOL-DATAFIM
               "): "
           ACCEPT DATALIMITE
           IF DATALIMITE > APOL-DATAINI
               MOVE DATALIMITE TO APOL-DATAFIM
           END-IF

           MOVE SEGU-PCTCOM TO LD-PCT
           DISPLAY "COMISSAO DA LOJA % (0 = PADRAO " LD-PCT "): "
           ACCEPT APOL-PCTCOM
           IF APOL-PCTCOM = ZEROS
               MOVE SEGU-PCTCOM TO APOL-PCTCOM
           END-IF
           COMPUTE APOL-VRCOM ROUNDED =
               APOL-PREMIO * APOL-PCTCOM / 100
           MOVE "A" TO APOL-SITUACAO
           MOVE "N" TO APOL-COMPAGA
           MOVE ZEROS TO APOL-DATACOMPG.

       DADOSRENOVACAO-FIM.
           EXIT.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
           MOVE "P172SEG" TO LOG-PROGRAMA
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

      *Fecha o cadastro antes de encerrar
       SAIR.

           CLOSE CADSEGU.

      *Fecha o programa
       FIM.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "SEG" TO NOMERELATORIO(1:3)
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
           MOVE "P172SEG" TO SPO-PROGRAMA
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
           STRING "P172SEG  " TITULOREL "  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172SEG.
