      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Arquivo mensal da EFD ICMS/IPI (SPED fiscal) de uma
      *    filial, no leiaute oficial delimitado por "|", montado a
      *    partir das notas de CADNF e dos itens de CADNFIT, para o
      *    contador nao redigitar as notas. Para a filial (NF-FILIAL)
      *    e o periodo pedidos:
      *     - bloco 0 com os dados fiscais da filial (cadastro
      *       CADFILI, mantido aqui pelo gerente), os participantes
      *       (CADPROPR, por CPF ou CNPJ) e os itens (veiculo de
      *       CADMARCA/CADMODEL, acessorio de CADACES, peca do item
      *       da nota);
      *     - bloco C com C100/C170/C190 de cada nota; o ICMS e o
      *       IPI da nota vao inteiros para o veiculo e, na nota de
      *       balcao, sao rateados pelos itens fechando centavo a
      *       centavo com a nota; nota de venda cancelada (venda fora
      *       de CADVEIC, mesma regra do P172APU) sai com situacao 02
      *       e sem valores;
      *     - bloco E com a apuracao do ICMS (E110) e do IPI (E520),
      *       somada nota a nota como no P172APU, com a guia do ICMS
      *       vencendo no dia DIAICMS (CADPARAM, padrao 10) do mes
      *       seguinte;
      *     - bloco 9 com a contagem de registros.
      *    Antes de gerar, a conferencia rejeita a nota sem CPF/CNPJ
      *    do destinatario, sem UF (ou UF fora de CADUF), sem valor
      *    de ICMS ou de balcao sem itens; havendo rejeicao o arquivo
      *    nao e gerado. A conferencia sai pelo spool (P172SPO) e o
      *    arquivo em SPEDffaaaamm.TXT. Versao do leiaute em VEREFD
      *    (CADPARAM, padrao 19). O codigo de municipio do
      *    participante vai vazio (CADCEP nao traz o codigo IBGE).
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172EFD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFILI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILI-CODIGO
               FILE STATUS IS ERRO.
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
           SELECT CADCEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP
               FILE STATUS IS ERROCEP
               ALTERNATE RECORD KEY LOGRADOURO DUPLICATES.
           SELECT CADMARCA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               FILE STATUS IS ERROMAR
               ALTERNATE RECORD KEY MARCA DUPLICATES.
           SELECT CADMODEL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADMOD-CODIGO
               FILE STATUS IS ERROMOD
               ALTERNATE RECORD KEY MODELO DUPLICATES.
           SELECT CADACES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACE-CODIGO
               FILE STATUS IS ERROACE.
           SELECT CADUF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UF-SIGLA
               FILE STATUS IS ERROUF.
           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CODIGO
               FILE STATUS IS ERROPAR.
           SELECT ARQEFD ASSIGN TO DYNAMIC NOMEEFD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROEFD.
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

           FD CADFILI
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADFILI.DAT".
           01 REGFILI.
               02 FILI-CODIGO PIC 9(2) VALUE ZEROS.
               02 FILI-RAZAO PIC X(40) VALUE SPACES.
               02 FILI-FANTASIA PIC X(30) VALUE SPACES.
               02 FILI-CNPJ PIC 9(14) VALUE ZEROS.
               02 FILI-IE PIC X(14) VALUE SPACES.
               02 FILI-UF PIC X(2) VALUE SPACES.
               02 FILI-CODMUN PIC 9(7) VALUE ZEROS.
               02 FILI-CEP PIC 9(8) VALUE ZEROS.
               02 FILI-NUMEROEND PIC X(6) VALUE SPACES.
               02 FILI-COMPL PIC X(30) VALUE SPACES.
               02 FILI-FONE PIC 9(11) VALUE ZEROS.
               02 FILI-EMAIL PIC X(30) VALUE SPACES.
               02 FILI-PERFIL PIC X(1) VALUE "A".
               02 FILI-CONTADOR PIC X(30) VALUE SPACES.
               02 FILI-CPFCONT PIC 9(11) VALUE ZEROS.
               02 FILI-CRC PIC X(15) VALUE SPACES.
               02 FILI-EMAILCONT PIC X(30) VALUE SPACES.

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

           FD CADMARCA
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADMARCA.DAT".
           01 REGMARCA.
               05 CODIGO PIC 9(3) VALUE ZEROS.
               05 MARCA PIC X(30) VALUE SPACES.
               05 ORIGEM PIC X(1) VALUE SPACES.
               05 PAIS PIC 9(3) VALUE ZEROS.

           FD CADMODEL
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADMODEL.DAT".
           01 REGMODELO.
               02 CADMOD-CODIGO.
                   05 CONTCODIGO PIC 9(3) VALUE ZEROS.
                   05 CODIGOMODELO PIC 9(3) VALUE ZEROS.
               02 MODELO PIC X(20) VALUE SPACES.
               02 CADMOD-MARCA PIC X(20) VALUE SPACES.

           FD CADACES
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADACES.DAT".
           01 REGACE.
               02 ACE-CODIGO PIC 9(4) VALUE ZEROS.
               02 ACE-DESCRICAO PIC X(30) VALUE SPACES.
               02 ACE-CUSTO PIC 9(8)V99 VALUE ZEROS.
               02 ACE-PRECO PIC 9(8)V99 VALUE ZEROS.

           FD CADUF
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADUF.DAT".
           01 REGUF.
               02 UF-SIGLA PIC X(2) VALUE SPACES.
               02 UF-ICMS PIC 9(2)V99 VALUE ZEROS.
               02 UF-IPI PIC 9(2)V99 VALUE ZEROS.

           FD CADPARAM
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPARAM.DAT".
           01 REGPARAM.
               02 PARAM-CODIGO PIC X(8) VALUE SPACES.
               02 PARAM-VALOR PIC 9(5)V99 VALUE ZEROS.
               02 PARAM-DESCRICAO PIC X(30) VALUE SPACES.

           FD ARQEFD
              LABEL  RECORD IS STANDARD.
           01 REGEFD PIC X(400) VALUE SPACES.

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
           01 TITULOREL PIC X(30) VALUE SPACES.
           01 LINHAREL PIC X(80) VALUE SPACES.
           01 CONTLINHA PIC 9(2) VALUE 99.
           01 CONTPAGINA PIC 9(3) VALUE ZEROS.
           01 DATAHORAREL PIC X(14) VALUE SPACES.
           01 LD-PAGINA PIC ZZ9 VALUE ZEROS.

           01 ERRO PIC X(2) VALUE "00".
           01 ERRONF PIC X(2) VALUE "00".
           01 ERRONFI PIC X(2) VALUE "00".
           01 ERROVEI PIC X(2) VALUE "00".
           01 ERROPRO PIC X(2) VALUE "00".
           01 ERROCEP PIC X(2) VALUE "00".
           01 ERROMAR PIC X(2) VALUE "00".
           01 ERROMOD PIC X(2) VALUE "00".
           01 ERROACE PIC X(2) VALUE "00".
           01 ERROUF PIC X(2) VALUE "00".
           01 ERROPAR PIC X(2) VALUE "00".
           01 ERROEFD PIC X(2) VALUE "00".
           01 OPC PIC X(1) VALUE SPACES.
           01 NIVELOPER PIC X(1) VALUE SPACES.
           01 JAEXISTE PIC X(1) VALUE "N".
           01 FIMLISTA PIC X(1) VALUE "N".
           01 FIMITENS PIC X(1) VALUE "N".
           01 TEMNFIT PIC X(1) VALUE "N".
           01 TEMVEIC PIC X(1) VALUE "N".
           01 TEMUF PIC X(1) VALUE "N".
           01 TEMPROP PIC X(1) VALUE "N".
           01 TEMCEP PIC X(1) VALUE "N".
           01 TEMMARCA PIC X(1) VALUE "N".
           01 TEMMODEL PIC X(1) VALUE "N".
           01 TEMACES PIC X(1) VALUE "N".
           01 VENDAEXISTE PIC X(1) VALUE "N".
           01 NOTAOK PIC X(1) VALUE "S".
           01 NOTAVEICULO PIC X(1) VALUE "N".
           01 PARAMPADRAO PIC 9(5)V99 VALUE ZEROS.
           01 VERSAOEFD PIC 9(3) VALUE ZEROS.
           01 DIAICMS PIC 9(2) VALUE ZEROS.

           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 FILIALPEDIDA PIC 9(2) VALUE ZEROS.
           01 PERIODOPEDIDO PIC 9(6) VALUE ZEROS.
           01 DATAINI PIC 9(8) VALUE ZEROS.
           01 DATAFIM PIC 9(8) VALUE ZEROS.
           01 PROXMES PIC 9(8) VALUE ZEROS.
           01 DATAVENCTO PIC 9(8) VALUE ZEROS.
           01 DIASDATA PIC 9(8) VALUE ZEROS.
           01 NOMEEFD PIC X(20) VALUE SPACES.
           01 MOTIVO PIC X(40) VALUE SPACES.

           01 QTNOTAS PIC 9(5) VALUE ZEROS.
           01 QTCANCELADAS PIC 9(5) VALUE ZEROS.
           01 QTREJEITADAS PIC 9(5) VALUE ZEROS.
           01 TOTBASE PIC 9(12)V99 VALUE ZEROS.
           01 TOTICMS PIC 9(12)V99 VALUE ZEROS.
           01 TOTIPI PIC 9(12)V99 VALUE ZEROS.
           01 TOTC170ICMS PIC 9(12)V99 VALUE ZEROS.
           01 TOTC170IPI PIC 9(12)V99 VALUE ZEROS.

      *Totais do IPI por CFOP para o E510 (1 = dentro do estado,
      *2 = fora do estado)
           01 TABCFOP.
               02 CF-ENT OCCURS 2 TIMES.
                   03 CF-VLCONT PIC 9(12)V99.
                   03 CF-BASE PIC 9(12)V99.
                   03 CF-IPI PIC 9(12)V99.
           01 IXCF PIC 9(1) VALUE ZEROS.

      *Valores da nota corrente na geracao do bloco C
           01 VRITENS PIC 9(10)V99 VALUE ZEROS.
           01 QTITENSNF PIC 9(3) VALUE ZEROS.
           01 BASENF PIC 9(10)V99 VALUE ZEROS.
           01 VRMERCNF PIC 9(10)V99 VALUE ZEROS.
           01 VRNAOTRIB PIC 9(10)V99 VALUE ZEROS.
           01 ALIQICMSNF PIC 9(3)V99 VALUE ZEROS.
           01 ALIQIPINF PIC 9(3)V99 VALUE ZEROS.
           01 CFOPNF PIC X(4) VALUE SPACES.
           01 CSTC190 PIC X(3) VALUE SPACES.
           01 NUMITEM PIC 9(3) VALUE ZEROS.
           01 ACUMVALOR PIC 9(10)V99 VALUE ZEROS.
           01 ACUMICMS PIC 9(10)V99 VALUE ZEROS.
           01 ACUMIPI PIC 9(10)V99 VALUE ZEROS.
           01 NOVOICMS PIC 9(10)V99 VALUE ZEROS.
           01 NOVOIPI PIC 9(10)V99 VALUE ZEROS.

      *Item corrente do C170
           01 ITEMCOD PIC X(8) VALUE SPACES.
           01 ITEMQTD PIC 9(3) VALUE ZEROS.
           01 ITEMVALOR PIC 9(10)V99 VALUE ZEROS.
           01 ITEMICMS PIC 9(10)V99 VALUE ZEROS.
           01 ITEMIPI PIC 9(10)V99 VALUE ZEROS.
           01 ITEMTRIB PIC X(1) VALUE "S".

      *Participantes do periodo (0150), por CPF ou CNPJ da nota
           01 TABPART.
               02 PT-ENT OCCURS 2000 TIMES.
                   03 PT-CODIGO PIC X(15).
                   03 PT-TIPO PIC X(1).
                   03 PT-CPF PIC 9(11).
                   03 PT-CNPJ PIC 9(14).
                   03 PT-NOME PIC X(30).
           01 QTPART PIC 9(4) VALUE ZEROS.
           01 IXPART PIC 9(4) VALUE ZEROS.
           01 ACHOUPART PIC X(1) VALUE "N".
           01 PARTCOD PIC X(15) VALUE SPACES.

      *Itens do periodo (0200): V + marca + modelo, A + acessorio,
      *P + peca
           01 TABITEM.
               02 IT-ENT OCCURS 1000 TIMES.
                   03 IT-CODIGO PIC X(8).
                   03 IT-TIPO PIC X(1).
                   03 IT-MARCA PIC 9(3).
                   03 IT-MODELO PIC 9(3).
                   03 IT-ACESS PIC 9(4).
                   03 IT-DESCR PIC X(30).
           01 QTITEM PIC 9(4) VALUE ZEROS.
           01 IXITEM PIC 9(4) VALUE ZEROS.
           01 ACHOUITEM PIC X(1) VALUE "N".

      *Contagem de linhas por registro para o bloco 9
           01 TABREG.
               02 TR-ENT OCCURS 60 TIMES.
                   03 TR-REG PIC X(4).
                   03 TR-QTD PIC 9(7).
           01 QTREG PIC 9(2) VALUE ZEROS.
           01 IXREG PIC 9(2) VALUE ZEROS.
           01 ACHOUREG PIC X(1) VALUE "N".

      *Montagem da linha do arquivo
           01 LINHAEFD PIC X(400) VALUE SPACES.
           01 PONTEIRO PIC 9(3) VALUE ZEROS.
           01 CODREG PIC X(4) VALUE SPACES.
           01 LETRABLOCO PIC X(1) VALUE SPACES.
           01 CAMPOEFD PIC X(60) VALUE SPACES.
           01 CAMPOTRAB PIC X(20) VALUE SPACES.
           01 QTBRANCOS PIC 9(2) VALUE ZEROS.
           01 VALOREFD PIC 9(12)V99 VALUE ZEROS.
           01 NUMEFD PIC 9(9) VALUE ZEROS.
           01 QTDEFD PIC 9(6)V9(5) VALUE ZEROS.
           01 DATAEFD PIC 9(8) VALUE ZEROS.
           01 QTLINHAS PIC 9(9) VALUE ZEROS.
           01 QTBLOCO PIC 9(9) VALUE ZEROS.
           01 QT9900 PIC 9(9) VALUE ZEROS.
           01 REGFIXO PIC X(4) VALUE SPACES.
           01 LD-EFDVALOR PIC Z(11)9,99 VALUE ZEROS.
           01 LD-EFDNUM PIC Z(8)9 VALUE ZEROS.
           01 LD-EFDQTD PIC Z(5)9,9(5) VALUE ZEROS.

           01 LD-VALOR PIC Z(11),99 VALUE ZEROS.
           01 LD-ICMS PIC Z(11),99 VALUE ZEROS.
           01 LD-IPI PIC Z(11),99 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Cria o cadastro fiscal das filiais na primeira execucao e
      *busca os parametros
       ARQUIVO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE

           OPEN I-O CADFILI
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADFILI
                   CLOSE CADFILI
                   DISPLAY "ARQUIVO CADFILI SENDO CRIADO"
                   GO TO ARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFILI"
                   GO TO FIM
           ELSE
               CONTINUE.

           MOVE "VEREFD" TO PARAM-CODIGO
           MOVE 19 TO PARAMPADRAO
           PERFORM BUSCAPARAM
           MOVE PARAMPADRAO TO VERSAOEFD

           MOVE "DIAICMS" TO PARAM-CODIGO
           MOVE 10 TO PARAMPADRAO
           PERFORM BUSCAPARAM
           MOVE PARAMPADRAO TO DIAICMS
           IF DIAICMS = ZEROS OR DIAICMS > 28
               MOVE 10 TO DIAICMS
           END-IF.

      *Mostra um menu de opcoes para o usuario
       MENU-PRINCIPAL.

           DISPLAY " "
           DISPLAY "EFD ICMS/IPI (SPED FISCAL)"
           DISPLAY "1 - DADOS FISCAIS DA FILIAL"
           DISPLAY "2 - CONFERIR E GERAR O ARQUIVO DO PERIODO"
           DISPLAY "3 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
                   GO TO DADOSFILIAL
               ELSE IF OPC = "2"
                   GO TO GERAREFD
               ELSE IF OPC = "3"
                   GO TO SAIR
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Cadastra ou altera os dados fiscais da filial que abrem o
      *arquivo (so o gerente altera)
       DADOSFILIAL.

           MOVE SPACES TO NIVELOPER
           ACCEPT NIVELOPER FROM ENVIRONMENT "OPERNIVEL"
           IF NIVELOPER NOT = "3"
               DISPLAY "DADOS FISCAIS DA FILIAL SO PELO GERENTE"
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "CODIGO DA FILIAL (0 = VOLTAR): "
           ACCEPT FILIALPEDIDA
           IF FILIALPEDIDA = ZEROS
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "N" TO JAEXISTE
           MOVE FILIALPEDIDA TO FILI-CODIGO
           READ CADFILI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO JAEXISTE
           END-READ
           MOVE "00" TO ERRO

           IF JAEXISTE = "S"
               PERFORM MOSTRAFILIAL
               DISPLAY "ALTERAR OS DADOS DA FILIAL ? S/N"
               ACCEPT OPC
               IF OPC NOT = "S" AND NOT = "s"
                   GO TO MENU-PRINCIPAL
               END-IF
           ELSE
               MOVE SPACES TO REGFILI
               MOVE FILIALPEDIDA TO FILI-CODIGO
               MOVE ZEROS TO FILI-CNPJ FILI-CODMUN FILI-CEP
               MOVE ZEROS TO FILI-FONE FILI-CPFCONT
               MOVE "A" TO FILI-PERFIL
           END-IF

           DISPLAY "RAZAO SOCIAL: "
           ACCEPT FILI-RAZAO
           IF FILI-RAZAO = SPACES
               DISPLAY "DIGITE A RAZAO SOCIAL"
               GO TO MENU-PRINCIPAL
           END-IF
           DISPLAY "NOME FANTASIA: "
           ACCEPT FILI-FANTASIA
           DISPLAY "CNPJ DA FILIAL: "
           ACCEPT FILI-CNPJ
           IF FILI-CNPJ = ZEROS
               DISPLAY "DIGITE O CNPJ DA FILIAL"
               GO TO MENU-PRINCIPAL
           END-IF
           DISPLAY "INSCRICAO ESTADUAL: "
           ACCEPT FILI-IE
           DISPLAY "UF: "
           ACCEPT FILI-UF
           INSPECT FILI-UF CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FILI-UF = SPACES
               DISPLAY "DIGITE A UF DA FILIAL"
               GO TO MENU-PRINCIPAL
           END-IF
           DISPLAY "CODIGO IBGE DO MUNICIPIO: "
           ACCEPT FILI-CODMUN
           DISPLAY "CEP: "
           ACCEPT FILI-CEP
           DISPLAY "NUMERO DO ENDERECO: "
           ACCEPT FILI-NUMEROEND
           DISPLAY "COMPLEMENTO: "
           ACCEPT FILI-COMPL
           DISPLAY "TELEFONE (DDD + NUMERO): "
           ACCEPT FILI-FONE
           DISPLAY "E-MAIL: "
           ACCEPT FILI-EMAIL
           DISPLAY "PERFIL DA EFD (A/B/C): "
           ACCEPT FILI-PERFIL
           INSPECT FILI-PERFIL CONVERTING "abc" TO "ABC"
           IF FILI-PERFIL NOT = "A" AND NOT = "B" AND NOT = "C"
               MOVE "A" TO FILI-PERFIL
           END-IF
           DISPLAY "NOME DO CONTADOR: "
           ACCEPT FILI-CONTADOR
           DISPLAY "CPF DO CONTADOR: "
           ACCEPT FILI-CPFCONT
           DISPLAY "CRC DO CONTADOR: "
           ACCEPT FILI-CRC
           DISPLAY "E-MAIL DO CONTADOR: "
           ACCEPT FILI-EMAILCONT

           DISPLAY "CONFIRMA OS DADOS DA FILIAL ? S/N"
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               GO TO MENU-PRINCIPAL
           END-IF

           IF JAEXISTE = "S"
               REWRITE REGFILI
               MOVE "ALTFIL" TO LOG-OPERACAO
           ELSE
               WRITE REGFILI
               MOVE "INCFIL" TO LOG-OPERACAO
           END-IF
           IF ERRO = "00" OR "02"
               DISPLAY "DADOS FISCAIS DA FILIAL GRAVADOS"
               MOVE FILI-CODIGO TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO NA GRAVACAO DOS DADOS DA FILIAL"
           END-IF
           MOVE "00" TO ERRO
           GO TO MENU-PRINCIPAL.

      *Mostra os dados fiscais gravados da filial
       MOSTRAFILIAL.

           DISPLAY "FILIAL " FILI-CODIGO " " FILI-RAZAO
           DISPLAY "CNPJ " FILI-CNPJ "  IE " FILI-IE "  UF " FILI-UF
               "  MUNICIPIO " FILI-CODMUN
           DISPLAY "CEP " FILI-CEP "  NUMERO " FILI-NUMEROEND
               "  PERFIL " FILI-PERFIL
           DISPLAY "CONTADOR " FILI-CONTADOR "  CRC " FILI-CRC.

      *Pede filial e periodo, confere as notas e, sem rejeicao, gera
      *o arquivo da EFD
       GERAREFD.

           DISPLAY "FILIAL: "
           ACCEPT FILIALPEDIDA
           MOVE FILIALPEDIDA TO FILI-CODIGO
           READ CADFILI
               INVALID KEY
                   DISPLAY "FILIAL SEM DADOS FISCAIS - CADASTRAR NA"
                       " OPCAO 1"
           END-READ
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF
           IF FILI-CNPJ = ZEROS OR FILI-UF = SPACES
               DISPLAY "FILIAL SEM CNPJ OU UF - COMPLETAR NA OPCAO 1"
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "PERIODO (AAAAMM): "
           ACCEPT PERIODOPEDIDO
           IF PERIODOPEDIDO = ZEROS OR PERIODOPEDIDO(5:2) < "01"
               OR PERIODOPEDIDO(5:2) > "12"
               DISPLAY "PERIODO INVALIDO"
               GO TO MENU-PRINCIPAL
           END-IF

           COMPUTE DATAINI = PERIODOPEDIDO * 100 + 1
           IF PERIODOPEDIDO(5:2) = "12"
               COMPUTE PROXMES = DATAINI + 8900
           ELSE
               COMPUTE PROXMES = DATAINI + 100
           END-IF
           COMPUTE DIASDATA = FUNCTION INTEGER-OF-DATE (PROXMES) - 1
           COMPUTE DATAFIM = FUNCTION DATE-OF-INTEGER (DIASDATA)
           COMPUTE DATAVENCTO = PROXMES - 1 + DIAICMS

           MOVE "00" TO ERRONF
           OPEN INPUT CADNF
           IF ERRONF NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNF"
               MOVE "00" TO ERRONF
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "N" TO TEMNFIT TEMVEIC TEMUF
           MOVE "00" TO ERRONFI
           OPEN INPUT CADNFIT
           IF ERRONFI = "00"
               MOVE "S" TO TEMNFIT
           END-IF
           MOVE "00" TO ERROVEI
           OPEN INPUT CADVEIC
           IF ERROVEI = "00"
               MOVE "S" TO TEMVEIC
           END-IF
           MOVE "00" TO ERROUF
           OPEN INPUT CADUF
           IF ERROUF = "00"
               MOVE "S" TO TEMUF
           END-IF

           MOVE ZEROS TO QTNOTAS QTCANCELADAS QTREJEITADAS
           MOVE ZEROS TO TOTBASE TOTICMS TOTIPI
           MOVE ZEROS TO TOTC170ICMS TOTC170IPI
           MOVE ZEROS TO QTPART QTITEM QTREG
           MOVE ZEROS TO CF-VLCONT (1) CF-BASE (1) CF-IPI (1)
           MOVE ZEROS TO CF-VLCONT (2) CF-BASE (2) CF-IPI (2)

           MOVE "CONFERENCIA EFD ICMS/IPI" TO TITULOREL
           PERFORM ABRESPOOL
           STRING "FILIAL " FILIALPEDIDA " - " FILI-RAZAO
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           STRING "PERIODO " PERIODOPEDIDO "  CNPJ " FILI-CNPJ
               "  UF " FILI-UF
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE "NOTAS REJEITADAS NA CONFERENCIA" TO LINHAREL
           PERFORM GRAVAREL
           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL

           MOVE "N" TO FIMLISTA
           PERFORM CONFERENOTA UNTIL FIMLISTA = "S"
           CLOSE CADNF
           PERFORM FECHAAPOIO

           IF QTREJEITADAS > ZEROS
               PERFORM IMPRIMERESUMO
               PERFORM GRAVAREL
               MOVE "ARQUIVO NAO GERADO - CORRIGIR AS NOTAS REJEITADAS"
                   TO LINHAREL
               PERFORM GRAVAREL
               CLOSE ARQREL
               DISPLAY "NOTAS REJEITADAS: " QTREJEITADAS
                   " - ARQUIVO NAO GERADO"
               DISPLAY "CONFERENCIA GRAVADA EM " NOMERELATORIO
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "NENHUMA" TO LINHAREL
           PERFORM GRAVAREL

           MOVE SPACES TO NOMEEFD
           STRING "SPED" FILIALPEDIDA PERIODOPEDIDO ".TXT"
               DELIMITED BY SIZE INTO NOMEEFD
           MOVE "00" TO ERROEFD
           OPEN OUTPUT ARQEFD
           IF ERROEFD NOT = "00"
               MOVE "ERRO NA CRIACAO DO ARQUIVO DA EFD" TO LINHAREL
               PERFORM GRAVAREL
               CLOSE ARQREL
               DISPLAY "ERRO NA CRIACAO DO ARQUIVO " NOMEEFD
               MOVE "00" TO ERROEFD
               GO TO MENU-PRINCIPAL
           END-IF
           MOVE ZEROS TO QTLINHAS

           PERFORM BLOCO0
           MOVE "B" TO LETRABLOCO
           PERFORM BLOCOVAZIO
           PERFORM BLOCOC
           MOVE "D" TO LETRABLOCO
           PERFORM BLOCOVAZIO
           PERFORM BLOCOE
           MOVE "G" TO LETRABLOCO
           PERFORM BLOCOVAZIO
           MOVE "H" TO LETRABLOCO
           PERFORM BLOCOVAZIO
           MOVE "K" TO LETRABLOCO
           PERFORM BLOCOVAZIO
           PERFORM BLOCO1
           PERFORM BLOCO9
           CLOSE ARQEFD

           PERFORM IMPRIMERESUMO
           PERFORM GRAVAREL
           MOVE TOTC170ICMS TO LD-ICMS
           MOVE TOTC170IPI TO LD-IPI
           STRING "SOMA DOS ITENS C170 - ICMS " LD-ICMS
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           STRING "                      IPI  " LD-IPI
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           IF TOTC170ICMS NOT = TOTICMS OR TOTC170IPI NOT = TOTIPI
               MOVE "DIVERGENCIA ENTRE ITENS E APURACAO - CONFERIR"
                   TO LINHAREL
               PERFORM GRAVAREL
           END-IF
           MOVE QTLINHAS TO LD-EFDNUM
           STRING "ARQUIVO " NOMEEFD " GERADO COM " LD-EFDNUM
               " LINHAS"
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           CLOSE ARQREL

           MOVE "GEREFD" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVE
           STRING FILIALPEDIDA PERIODOPEDIDO
               DELIMITED BY SIZE INTO LOG-CHAVE
           PERFORM GRAVALOG

           MOVE TOTICMS TO LD-ICMS
           MOVE TOTIPI TO LD-IPI
           DISPLAY "NOTAS DO PERIODO: " QTNOTAS
               "  CANCELADAS: " QTCANCELADAS
           DISPLAY "ICMS DO MES: " LD-ICMS
           DISPLAY "IPI DO MES:  " LD-IPI
           DISPLAY "ARQUIVO DA EFD GRAVADO EM " NOMEEFD
           DISPLAY "CONFERENCIA GRAVADA EM " NOMERELATORIO
           GO TO MENU-PRINCIPAL.

      *Fecha os arquivos de apoio abertos na conferencia ou na
      *gravacao do bloco C
       FECHAAPOIO.

           IF TEMNFIT = "S"
               CLOSE CADNFIT
           END-IF
           IF TEMVEIC = "S"
               CLOSE CADVEIC
           END-IF
           IF TEMUF = "S"
               CLOSE CADUF
           END-IF
           MOVE "N" TO TEMNFIT TEMVEIC TEMUF
           MOVE "00" TO ERRONFI ERROVEI ERROUF.

      *Le a proxima nota e confere se for da filial e do periodo
       CONFERENOTA.

           READ CADNF NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF NF-DATA(1:6) = PERIODOPEDIDO
                   AND NF-FILIAL = FILIALPEDIDA
                   PERFORM TESTAVENDA
                   IF VENDAEXISTE = "S"
                       PERFORM CRITICANOTA
                   ELSE
                       ADD 1 TO QTCANCELADAS
                   END-IF
               END-IF
           END-IF.

      *Confere se a venda da nota ainda existe em CADVEIC (nota de
      *venda cancelada vai como cancelada); nota de balcao nao tem
      *chassi nem venda de veiculo e conta sempre
       TESTAVENDA.

           MOVE "S" TO VENDAEXISTE
           IF TEMVEIC = "S" AND NF-CHASSI NOT = SPACES
               MOVE NF-CHASSI TO CHASSI
               READ CADVEIC KEY IS CHASSI
                   INVALID KEY
                       MOVE "N" TO VENDAEXISTE
                   NOT INVALID KEY
                       IF VEIC-CPF NOT = NF-CPF
                           MOVE "N" TO VENDAEXISTE
                       END-IF
               END-READ
               MOVE "00" TO ERROVEI
           END-IF.

      *Critica a nota valida: destinatario, UF e imposto; a nota
      *aceita soma na apuracao e leva participante e itens para as
      *tabelas do bloco 0
       CRITICANOTA.

           MOVE "S" TO NOTAOK
           MOVE SPACES TO MOTIVO

           IF NF-TIPOPESSOA = "J"
               IF NF-CNPJ = ZEROS
                   MOVE "SEM CNPJ DO DESTINATARIO" TO MOTIVO
               END-IF
           ELSE
               IF NF-CPF = ZEROS
                   MOVE "SEM CPF DO DESTINATARIO" TO MOTIVO
               END-IF
           END-IF
           IF MOTIVO NOT = SPACES
               PERFORM REJEITANOTA
           END-IF

           IF NF-UF = SPACES
               MOVE "SEM UF DE DESTINO" TO MOTIVO
               PERFORM REJEITANOTA
           ELSE
               IF TEMUF = "S"
                   MOVE NF-UF TO UF-SIGLA
                   READ CADUF
                       INVALID KEY
                           MOVE "UF DE DESTINO FORA DE CADUF"
                               TO MOTIVO
                   END-READ
                   MOVE "00" TO ERROUF
                   IF MOTIVO NOT = SPACES
                       PERFORM REJEITANOTA
                   END-IF
               END-IF
           END-IF

           IF NF-ICMS = ZEROS OR NF-VALORVENDA = ZEROS
               MOVE "SEM VALOR DO ICMS" TO MOTIVO
               PERFORM REJEITANOTA
           END-IF

           IF NF-CHASSI = SPACES
               MOVE "N" TO NOTAVEICULO
           ELSE
               MOVE "S" TO NOTAVEICULO
           END-IF
           PERFORM SOMAITENS
           IF NOTAVEICULO = "N" AND VRITENS = ZEROS
               MOVE "NOTA DE BALCAO SEM ITENS EM CADNFIT" TO MOTIVO
               PERFORM REJEITANOTA
           END-IF

           IF NOTAOK = "S"
               ADD 1 TO QTNOTAS
               ADD NF-VALORVENDA TO TOTBASE
               ADD NF-ICMS TO TOTICMS
               ADD NF-IPI TO TOTIPI
               PERFORM GUARDAPART
               IF NOTAVEICULO = "S"
                   MOVE SPACES TO ITEMCOD
                   STRING "V" NF-MARCA NF-MODELO
                       DELIMITED BY SIZE INTO ITEMCOD
                   PERFORM PROCURAITEMTAB
                   IF ACHOUITEM = "N"
                       PERFORM NOVOITEM
                       IF ACHOUITEM = "S"
                           MOVE "V" TO IT-TIPO (IXITEM)
                           MOVE NF-MARCA TO IT-MARCA (IXITEM)
                           MOVE NF-MODELO TO IT-MODELO (IXITEM)
                           MOVE NF-CHASSI TO IT-DESCR (IXITEM)
                       END-IF
                   END-IF
               END-IF
               PERFORM INICIAITENS
               PERFORM GUARDAITEM UNTIL FIMITENS = "S"
           END-IF.

      *Lista a nota rejeitada com o motivo (uma linha por motivo)
       REJEITANOTA.

           IF NOTAOK = "S"
               ADD 1 TO QTREJEITADAS
               MOVE "N" TO NOTAOK
           END-IF
           STRING "NF " NF-NUMERO " DE " NF-DATA " " NF-NOME
               " " MOTIVO
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE SPACES TO MOTIVO.

      *Guarda o destinatario da nota na tabela de participantes
       GUARDAPART.

           PERFORM MONTAPARTCOD
           MOVE "N" TO ACHOUPART
           MOVE 1 TO IXPART
           PERFORM PROCURAPART UNTIL ACHOUPART = "S"
               OR IXPART > QTPART
           IF ACHOUPART = "N"
               IF QTPART < 2000
                   ADD 1 TO QTPART
                   MOVE PARTCOD TO PT-CODIGO (QTPART)
                   MOVE NF-TIPOPESSOA TO PT-TIPO (QTPART)
                   MOVE NF-CPF TO PT-CPF (QTPART)
                   MOVE NF-CNPJ TO PT-CNPJ (QTPART)
                   MOVE NF-NOME TO PT-NOME (QTPART)
               ELSE
                   MOVE "TABELA DE PARTICIPANTES CHEIA" TO MOTIVO
                   PERFORM REJEITANOTA
               END-IF
           END-IF.

      *Monta o codigo do participante: F + CPF ou J + CNPJ
       MONTAPARTCOD.

           MOVE SPACES TO PARTCOD
           IF NF-TIPOPESSOA = "J"
               STRING "J" NF-CNPJ DELIMITED BY SIZE INTO PARTCOD
           ELSE
               STRING "F" NF-CPF DELIMITED BY SIZE INTO PARTCOD
           END-IF.

      *Procura o participante corrente na tabela
       PROCURAPART.

           IF PT-CODIGO (IXPART) = PARTCOD
               MOVE "S" TO ACHOUPART
           ELSE
               ADD 1 TO IXPART
           END-IF.

      *Procura o item ITEMCOD na tabela de itens
       PROCURAITEMTAB.

           MOVE "N" TO ACHOUITEM
           MOVE 1 TO IXITEM
           PERFORM PROCURAITEM UNTIL ACHOUITEM = "S"
               OR IXITEM > QTITEM.

      *Compara o item corrente da tabela
       PROCURAITEM.

           IF IT-CODIGO (IXITEM) = ITEMCOD
               MOVE "S" TO ACHOUITEM
           ELSE
               ADD 1 TO IXITEM
           END-IF.

      *Abre uma entrada nova na tabela de itens para ITEMCOD
       NOVOITEM.

           IF QTITEM < 1000
               ADD 1 TO QTITEM
               MOVE QTITEM TO IXITEM
               MOVE ITEMCOD TO IT-CODIGO (IXITEM)
               MOVE SPACES TO IT-TIPO (IXITEM) IT-DESCR (IXITEM)
               MOVE ZEROS TO IT-MARCA (IXITEM) IT-MODELO (IXITEM)
               MOVE ZEROS TO IT-ACESS (IXITEM)
               MOVE "S" TO ACHOUITEM
           ELSE
               MOVE "TABELA DE ITENS CHEIA" TO MOTIVO
               PERFORM REJEITANOTA
           END-IF.

      *Guarda o item lido de CADNFIT na tabela de itens
       GUARDAITEM.

           PERFORM LEITEM
           IF FIMITENS NOT = "S"
               PERFORM MONTAITEMCOD
               PERFORM PROCURAITEMTAB
               IF ACHOUITEM = "N"
                   PERFORM NOVOITEM
                   IF ACHOUITEM = "S"
                       MOVE ITEMCOD(1:1) TO IT-TIPO (IXITEM)
                       MOVE NFI-CODIGO TO IT-ACESS (IXITEM)
                       MOVE NFI-DESCRICAO TO IT-DESCR (IXITEM)
                   END-IF
               END-IF
           END-IF.

      *Monta o codigo do item da nota: P + peca (balcao) ou
      *A + acessorio (venda de veiculo)
       MONTAITEMCOD.

           MOVE SPACES TO ITEMCOD
           IF NFI-CODPECA > ZEROS
               STRING "P" NFI-CODPECA DELIMITED BY SIZE INTO ITEMCOD
           ELSE
               STRING "A" NFI-CODIGO DELIMITED BY SIZE INTO ITEMCOD
           END-IF.

      *Posiciona CADNFIT no primeiro item da nota corrente
       INICIAITENS.

           MOVE "N" TO FIMITENS
           IF TEMNFIT NOT = "S"
               MOVE "S" TO FIMITENS
           ELSE
               MOVE NF-NUMERO TO NFI-NUMERO
               MOVE ZEROS TO NFI-SEQ
               START CADNFIT KEY IS NOT LESS THAN NFI-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIMITENS
               END-START
               MOVE "00" TO ERRONFI
           END-IF.

      *Le o proximo item da nota corrente
       LEITEM.

           READ CADNFIT NEXT RECORD
               AT END
                   MOVE "S" TO FIMITENS
           END-READ
           IF FIMITENS NOT = "S"
               IF NFI-NUMERO NOT = NF-NUMERO
                   MOVE "S" TO FIMITENS
               END-IF
           END-IF
           MOVE "00" TO ERRONFI.

      *Soma o valor e a quantidade de itens da nota em CADNFIT
       SOMAITENS.

           MOVE ZEROS TO VRITENS QTITENSNF
           PERFORM INICIAITENS
           PERFORM SOMAITEM UNTIL FIMITENS = "S".

      *Soma o item corrente
       SOMAITEM.

           PERFORM LEITEM
           IF FIMITENS NOT = "S"
               ADD NFI-VALOR TO VRITENS
               ADD 1 TO QTITENSNF
           END-IF.

      *Imprime o resumo da conferencia com os totais da apuracao
       IMPRIMERESUMO.

           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL
           STRING "NOTAS ACEITAS: " QTNOTAS
               "  CANCELADAS: " QTCANCELADAS
               "  REJEITADAS: " QTREJEITADAS
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE TOTBASE TO LD-VALOR
           STRING "BASE DE CALCULO:  " LD-VALOR
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE TOTICMS TO LD-ICMS
           STRING "ICMS DO MES (E110) " LD-ICMS
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE TOTIPI TO LD-IPI
           STRING "IPI DO MES (E520)  " LD-IPI
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL.

      *Bloco 0: abertura, dados da filial, contador, participantes,
      *unidade e itens
       BLOCO0.

           MOVE ZEROS TO QTBLOCO
           MOVE "0000" TO CODREG
           PERFORM INICIALINHA
           MOVE VERSAOEFD TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE "0" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE DATAINI TO DATAEFD
           PERFORM CAMPODATA
           MOVE DATAFIM TO DATAEFD
           PERFORM CAMPODATA
           MOVE FILI-RAZAO TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE FILI-CNPJ TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM CAMPOVAZIO
           MOVE FILI-UF TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE FILI-IE TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE FILI-CODMUN TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM CAMPOVAZIO 2 TIMES
           MOVE FILI-PERFIL TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE "1" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM GRAVAEFD

           MOVE "0001" TO CODREG
           PERFORM INICIALINHA
           MOVE "0" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM GRAVAEFD

           MOVE "N" TO TEMCEP
           MOVE "00" TO ERROCEP
           OPEN INPUT CADCEP
           IF ERROCEP = "00"
               MOVE "S" TO TEMCEP
           END-IF

           PERFORM LECEPFILIAL
           MOVE "0005" TO CODREG
           PERFORM INICIALINHA
           MOVE FILI-FANTASIA TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE FILI-CEP TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE LOGRADOURO TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE FILI-NUMEROEND TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE FILI-COMPL TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE BAIRRO TO CAMPOEFD
           PERFORM CAMPOTEXTO
           IF FILI-FONE > ZEROS
               MOVE FILI-FONE TO CAMPOEFD
               PERFORM CAMPOTEXTO
           ELSE
               PERFORM CAMPOVAZIO
           END-IF
           PERFORM CAMPOVAZIO
           MOVE FILI-EMAIL TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM GRAVAEFD

           MOVE "0100" TO CODREG
           PERFORM INICIALINHA
           MOVE FILI-CONTADOR TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE FILI-CPFCONT TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE FILI-CRC TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM CAMPOVAZIO 8 TIMES
           MOVE FILI-EMAILCONT TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM CAMPOVAZIO
           PERFORM GRAVAEFD

           MOVE "N" TO TEMPROP
           MOVE "00" TO ERROPRO
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               MOVE "S" TO TEMPROP
           END-IF
           MOVE 1 TO IXPART
           PERFORM GRAVAPART UNTIL IXPART > QTPART
           IF TEMPROP = "S"
               CLOSE CADPROPR
           END-IF
           IF TEMCEP = "S"
               CLOSE CADCEP
           END-IF
           MOVE "00" TO ERROPRO ERROCEP

           MOVE "0190" TO CODREG
           PERFORM INICIALINHA
           MOVE "UN" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE "UNIDADE" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM GRAVAEFD

           MOVE "N" TO TEMMARCA TEMMODEL TEMACES
           MOVE "00" TO ERROMAR ERROMOD ERROACE
           OPEN INPUT CADMARCA
           IF ERROMAR = "00"
               MOVE "S" TO TEMMARCA
           END-IF
           OPEN INPUT CADMODEL
           IF ERROMOD = "00"
               MOVE "S" TO TEMMODEL
           END-IF
           OPEN INPUT CADACES
           IF ERROACE = "00"
               MOVE "S" TO TEMACES
           END-IF
           MOVE 1 TO IXITEM
           PERFORM GRAVAITEM0200 UNTIL IXITEM > QTITEM
           IF TEMMARCA = "S"
               CLOSE CADMARCA
           END-IF
           IF TEMMODEL = "S"
               CLOSE CADMODEL
           END-IF
           IF TEMACES = "S"
               CLOSE CADACES
           END-IF
           MOVE "00" TO ERROMAR ERROMOD ERROACE

           MOVE "0990" TO CODREG
           PERFORM FECHABLOCO.

      *Traz logradouro e bairro do CEP da filial
       LECEPFILIAL.

           MOVE SPACES TO LOGRADOURO BAIRRO
           IF TEMCEP = "S" AND FILI-CEP > ZEROS
               MOVE FILI-CEP TO CEP
               READ CADCEP
                   INVALID KEY
                       MOVE SPACES TO LOGRADOURO BAIRRO
               END-READ
               MOVE "00" TO ERROCEP
           END-IF.

      *Grava o 0150 do participante IXPART, com IE e endereco de
      *CADPROPR/CADCEP quando o cliente tem cadastro
       GRAVAPART.

           MOVE SPACES TO INSCRESTADUAL NUMEROEND COMPLEMENTO
           MOVE SPACES TO LOGRADOURO BAIRRO
           IF TEMPROP = "S"
               MOVE PT-CPF (IXPART) TO CPF
               READ CADPROPR
                   INVALID KEY
                       MOVE SPACES TO INSCRESTADUAL NUMEROEND
                       MOVE SPACES TO COMPLEMENTO
                       MOVE ZEROS TO CEPPROPR
                   NOT INVALID KEY
                       IF TIPOPESSOA = "J"
                           MOVE RAZAOSOCIAL TO PT-NOME (IXPART)
                       ELSE
                           MOVE NOME TO PT-NOME (IXPART)
                       END-IF
               END-READ
               MOVE "00" TO ERROPRO
               IF TEMCEP = "S" AND CEPPROPR > ZEROS
                   MOVE CEPPROPR TO CEP
                   READ CADCEP
                       INVALID KEY
                           MOVE SPACES TO LOGRADOURO BAIRRO
                   END-READ
                   MOVE "00" TO ERROCEP
               END-IF
           END-IF

           MOVE "0150" TO CODREG
           PERFORM INICIALINHA
           MOVE PT-CODIGO (IXPART) TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE PT-NOME (IXPART) TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE "01058" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           IF PT-TIPO (IXPART) = "J"
               MOVE PT-CNPJ (IXPART) TO CAMPOEFD
               PERFORM CAMPOTEXTO
               PERFORM CAMPOVAZIO
               MOVE INSCRESTADUAL TO CAMPOEFD
               PERFORM CAMPOTEXTO
           ELSE
               PERFORM CAMPOVAZIO
               MOVE PT-CPF (IXPART) TO CAMPOEFD
               PERFORM CAMPOTEXTO
               PERFORM CAMPOVAZIO
           END-IF
           PERFORM CAMPOVAZIO 2 TIMES
           MOVE LOGRADOURO TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE NUMEROEND TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE COMPLEMENTO TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE BAIRRO TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM GRAVAEFD
           ADD 1 TO IXPART.

      *Grava o 0200 do item IXITEM: veiculo descrito por marca e
      *modelo, acessorio pelo catalogo, peca pela descricao da nota
       GRAVAITEM0200.

           IF IT-TIPO (IXITEM) = "V"
               PERFORM DESCREVEVEICULO
           END-IF
           IF IT-TIPO (IXITEM) = "A" AND TEMACES = "S"
               MOVE IT-ACESS (IXITEM) TO ACE-CODIGO
               READ CADACES
                   NOT INVALID KEY
                       MOVE ACE-DESCRICAO TO IT-DESCR (IXITEM)
               END-READ
               MOVE "00" TO ERROACE
           END-IF

           MOVE "0200" TO CODREG
           PERFORM INICIALINHA
           MOVE IT-CODIGO (IXITEM) TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE IT-DESCR (IXITEM) TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM CAMPOVAZIO 2 TIMES
           MOVE "UN" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE "00" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM CAMPOVAZIO 6 TIMES
           PERFORM GRAVAEFD
           ADD 1 TO IXITEM.

      *Descreve o item de veiculo como MARCA MODELO
       DESCREVEVEICULO.

           MOVE SPACES TO MARCA MODELO
           IF TEMMARCA = "S"
               MOVE IT-MARCA (IXITEM) TO CODIGO
               READ CADMARCA
                   INVALID KEY
                       MOVE SPACES TO MARCA
               END-READ
               MOVE "00" TO ERROMAR
           END-IF
           IF TEMMODEL = "S"
               MOVE IT-MARCA (IXITEM) TO CONTCODIGO
               MOVE IT-MODELO (IXITEM) TO CODIGOMODELO
               READ CADMODEL
                   INVALID KEY
                       MOVE SPACES TO MODELO
               END-READ
               MOVE "00" TO ERROMOD
           END-IF
           IF MARCA NOT = SPACES OR MODELO NOT = SPACES
               MOVE SPACES TO IT-DESCR (IXITEM)
               STRING MARCA DELIMITED BY "  "
                   " " MODELO DELIMITED BY SIZE
                   INTO IT-DESCR (IXITEM)
           ELSE
               MOVE SPACES TO IT-DESCR (IXITEM)
               STRING "VEICULO " IT-MARCA (IXITEM) "/"
                   IT-MODELO (IXITEM)
                   DELIMITED BY SIZE INTO IT-DESCR (IXITEM)
           END-IF.

      *Bloco C: C100, C170 e C190 de cada nota da filial no periodo
       BLOCOC.

           MOVE ZEROS TO QTBLOCO
           MOVE "C001" TO CODREG
           PERFORM INICIALINHA
           IF QTNOTAS + QTCANCELADAS > ZEROS
               MOVE "0" TO CAMPOEFD
           ELSE
               MOVE "1" TO CAMPOEFD
           END-IF
           PERFORM CAMPOTEXTO
           PERFORM GRAVAEFD

           MOVE "N" TO TEMNFIT TEMVEIC
           MOVE "00" TO ERRONFI ERROVEI
           OPEN INPUT CADNFIT
           IF ERRONFI = "00"
               MOVE "S" TO TEMNFIT
           END-IF
           OPEN INPUT CADVEIC
           IF ERROVEI = "00"
               MOVE "S" TO TEMVEIC
           END-IF

           MOVE "00" TO ERRONF
           OPEN INPUT CADNF
           IF ERRONF = "00"
               MOVE "N" TO FIMLISTA
               PERFORM ESCREVENOTA UNTIL FIMLISTA = "S"
               CLOSE CADNF
           END-IF
           MOVE "00" TO ERRONF
           PERFORM FECHAAPOIO

           MOVE "C990" TO CODREG
           PERFORM FECHABLOCO.

      *Le a proxima nota e grava os registros dela se for da filial
      *e do periodo
       ESCREVENOTA.

           READ CADNF NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF NF-DATA(1:6) = PERIODOPEDIDO
                   AND NF-FILIAL = FILIALPEDIDA
                   PERFORM TESTAVENDA
                   IF VENDAEXISTE = "S"
                       PERFORM GRAVANOTA
                   ELSE
                       PERFORM GRAVACANCELADA
                   END-IF
               END-IF
           END-IF.

      *Nota de venda cancelada: C100 com situacao 02, sem valores
       GRAVACANCELADA.

           MOVE "C100" TO CODREG
           PERFORM INICIALINHA
           MOVE "1" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE "0" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM CAMPOVAZIO
           MOVE "55" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE "02" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE "001" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE NF-NUMERO TO NUMEFD
           PERFORM CAMPONUMERO
           PERFORM CAMPOVAZIO 21 TIMES
           PERFORM GRAVAEFD.

      *Nota valida: C100 com os totais, um C170 por item e o C190
      *por situacao tributaria
       GRAVANOTA.

           IF NF-CHASSI = SPACES
               MOVE "N" TO NOTAVEICULO
           ELSE
               MOVE "S" TO NOTAVEICULO
           END-IF
           PERFORM SOMAITENS
           IF NOTAVEICULO = "S"
               MOVE NF-VALORVENDA TO BASENF
               COMPUTE VRMERCNF = NF-VALORVENDA + VRITENS
               MOVE VRITENS TO VRNAOTRIB
           ELSE
               MOVE VRITENS TO BASENF
               MOVE VRITENS TO VRMERCNF
               MOVE ZEROS TO VRNAOTRIB
           END-IF
           COMPUTE ALIQICMSNF ROUNDED = NF-ICMS * 100 / BASENF
           COMPUTE ALIQIPINF ROUNDED = NF-IPI * 100 / BASENF
           IF NF-UF = FILI-UF
               MOVE "5102" TO CFOPNF
               MOVE 1 TO IXCF
           ELSE
               MOVE "6102" TO CFOPNF
               MOVE 2 TO IXCF
           END-IF
           PERFORM MONTAPARTCOD

           MOVE "C100" TO CODREG
           PERFORM INICIALINHA
           MOVE "1" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE "0" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE PARTCOD TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE "55" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE "00" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE "001" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE NF-NUMERO TO NUMEFD
           PERFORM CAMPONUMERO
           PERFORM CAMPOVAZIO
           MOVE NF-DATA TO DATAEFD
           PERFORM CAMPODATA
           PERFORM CAMPODATA
           COMPUTE VALOREFD = VRMERCNF + NF-IPI
           PERFORM CAMPOVALOR
           MOVE "2" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE ZEROS TO VALOREFD
           PERFORM CAMPOVALOR 2 TIMES
           MOVE VRMERCNF TO VALOREFD
           PERFORM CAMPOVALOR
           MOVE "9" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE ZEROS TO VALOREFD
           PERFORM CAMPOVALOR 3 TIMES
           MOVE BASENF TO VALOREFD
           PERFORM CAMPOVALOR
           MOVE NF-ICMS TO VALOREFD
           PERFORM CAMPOVALOR
           MOVE ZEROS TO VALOREFD
           PERFORM CAMPOVALOR 2 TIMES
           MOVE NF-IPI TO VALOREFD
           PERFORM CAMPOVALOR
           MOVE ZEROS TO VALOREFD
           PERFORM CAMPOVALOR 4 TIMES
           PERFORM GRAVAEFD

           MOVE ZEROS TO NUMITEM ACUMVALOR ACUMICMS ACUMIPI
           IF NOTAVEICULO = "S"
               MOVE SPACES TO ITEMCOD
               STRING "V" NF-MARCA NF-MODELO
                   DELIMITED BY SIZE INTO ITEMCOD
               MOVE 1 TO ITEMQTD
               MOVE NF-VALORVENDA TO ITEMVALOR
               MOVE NF-ICMS TO ITEMICMS
               MOVE NF-IPI TO ITEMIPI
               MOVE "S" TO ITEMTRIB
               PERFORM GRAVAC170
           END-IF
           PERFORM INICIAITENS
           PERFORM ESCREVEITEM UNTIL FIMITENS = "S"

           MOVE "000" TO CSTC190
           PERFORM GRAVAC190
           IF VRNAOTRIB > ZEROS
               MOVE "090" TO CSTC190
               PERFORM GRAVAC190
           END-IF

           ADD BASENF TO CF-VLCONT (IXCF)
           ADD NF-IPI TO CF-VLCONT (IXCF)
           ADD VRNAOTRIB TO CF-VLCONT (IXCF)
           IF NF-IPI > ZEROS
               ADD BASENF TO CF-BASE (IXCF)
               ADD NF-IPI TO CF-IPI (IXCF)
           END-IF.

      *Grava o C170 do item lido de CADNFIT: acessorio da venda de
      *veiculo vai sem imposto; peca do balcao leva a parte dela no
      *ICMS/IPI da nota pelo valor acumulado (o ultimo item fecha a
      *nota)
       ESCREVEITEM.

           PERFORM LEITEM
           IF FIMITENS NOT = "S"
               PERFORM MONTAITEMCOD
               MOVE NFI-QTD TO ITEMQTD
               MOVE NFI-VALOR TO ITEMVALOR
               IF NOTAVEICULO = "S"
                   MOVE ZEROS TO ITEMICMS ITEMIPI
                   MOVE "N" TO ITEMTRIB
               ELSE
                   ADD NFI-VALOR TO ACUMVALOR
                   COMPUTE NOVOICMS = NF-ICMS * ACUMVALOR / BASENF
                   COMPUTE NOVOIPI = NF-IPI * ACUMVALOR / BASENF
                   COMPUTE ITEMICMS = NOVOICMS - ACUMICMS
                   COMPUTE ITEMIPI = NOVOIPI - ACUMIPI
                   MOVE NOVOICMS TO ACUMICMS
                   MOVE NOVOIPI TO ACUMIPI
                   MOVE "S" TO ITEMTRIB
               END-IF
               PERFORM GRAVAC170
           END-IF.

      *Grava o registro C170 do item corrente
       GRAVAC170.

           ADD 1 TO NUMITEM
           ADD ITEMICMS TO TOTC170ICMS
           ADD ITEMIPI TO TOTC170IPI

           MOVE "C170" TO CODREG
           PERFORM INICIALINHA
           MOVE NUMITEM TO NUMEFD
           PERFORM CAMPONUMERO
           MOVE ITEMCOD TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM CAMPOVAZIO
           MOVE ITEMQTD TO QTDEFD
           PERFORM CAMPOQTD
           MOVE "UN" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE ITEMVALOR TO VALOREFD
           PERFORM CAMPOVALOR
           MOVE ZEROS TO VALOREFD
           PERFORM CAMPOVALOR
           MOVE "0" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           IF ITEMTRIB = "S"
               MOVE "000" TO CAMPOEFD
           ELSE
               MOVE "090" TO CAMPOEFD
           END-IF
           PERFORM CAMPOTEXTO
           MOVE CFOPNF TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM CAMPOVAZIO
           IF ITEMTRIB = "S"
               MOVE ITEMVALOR TO VALOREFD
               PERFORM CAMPOVALOR
               MOVE ALIQICMSNF TO VALOREFD
               PERFORM CAMPOVALOR
           ELSE
               MOVE ZEROS TO VALOREFD
               PERFORM CAMPOVALOR 2 TIMES
           END-IF
           MOVE ITEMICMS TO VALOREFD
           PERFORM CAMPOVALOR
           MOVE ZEROS TO VALOREFD
           PERFORM CAMPOVALOR 3 TIMES
           MOVE "0" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           IF ITEMIPI > ZEROS
               MOVE "50" TO CAMPOEFD
               PERFORM CAMPOTEXTO
               MOVE "999" TO CAMPOEFD
               PERFORM CAMPOTEXTO
               MOVE ITEMVALOR TO VALOREFD
               PERFORM CAMPOVALOR
               MOVE ALIQIPINF TO VALOREFD
               PERFORM CAMPOVALOR
           ELSE
               MOVE "53" TO CAMPOEFD
               PERFORM CAMPOTEXTO
               MOVE "999" TO CAMPOEFD
               PERFORM CAMPOTEXTO
               MOVE ZEROS TO VALOREFD
               PERFORM CAMPOVALOR 2 TIMES
           END-IF
           MOVE ITEMIPI TO VALOREFD
           PERFORM CAMPOVALOR
           MOVE "49" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM CAMPOVAZIO 5 TIMES
           MOVE "49" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM CAMPOVAZIO 7 TIMES
           PERFORM GRAVAEFD.

      *Grava o C190 da nota para a situacao tributaria em CSTC190
      *("000" tributada com o ICMS/IPI da nota, "090" acessorios sem
      *imposto)
       GRAVAC190.

           MOVE "C190" TO CODREG
           PERFORM INICIALINHA
           MOVE CSTC190 TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE CFOPNF TO CAMPOEFD
           PERFORM CAMPOTEXTO
           IF CSTC190 = "000"
               MOVE ALIQICMSNF TO VALOREFD
               PERFORM CAMPOVALOR
               COMPUTE VALOREFD = BASENF + NF-IPI
               PERFORM CAMPOVALOR
               MOVE BASENF TO VALOREFD
               PERFORM CAMPOVALOR
               MOVE NF-ICMS TO VALOREFD
               PERFORM CAMPOVALOR
               MOVE ZEROS TO VALOREFD
               PERFORM CAMPOVALOR 3 TIMES
               MOVE NF-IPI TO VALOREFD
               PERFORM CAMPOVALOR
           ELSE
               MOVE ZEROS TO VALOREFD
               PERFORM CAMPOVALOR
               MOVE VRNAOTRIB TO VALOREFD
               PERFORM CAMPOVALOR
               MOVE ZEROS TO VALOREFD
               PERFORM CAMPOVALOR 6 TIMES
           END-IF
           PERFORM CAMPOVAZIO
           PERFORM GRAVAEFD.

      *Bloco E: apuracao do ICMS (E100/E110/E116) e do IPI
      *(E500/E510/E520), somada nota a nota como no P172APU
       BLOCOE.

           MOVE ZEROS TO QTBLOCO
           MOVE "E001" TO CODREG
           PERFORM INICIALINHA
           MOVE "0" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM GRAVAEFD

           MOVE "E100" TO CODREG
           PERFORM INICIALINHA
           MOVE DATAINI TO DATAEFD
           PERFORM CAMPODATA
           MOVE DATAFIM TO DATAEFD
           PERFORM CAMPODATA
           PERFORM GRAVAEFD

           MOVE "E110" TO CODREG
           PERFORM INICIALINHA
           MOVE TOTICMS TO VALOREFD
           PERFORM CAMPOVALOR
           MOVE ZEROS TO VALOREFD
           PERFORM CAMPOVALOR 8 TIMES
           MOVE TOTICMS TO VALOREFD
           PERFORM CAMPOVALOR
           MOVE ZEROS TO VALOREFD
           PERFORM CAMPOVALOR
           MOVE TOTICMS TO VALOREFD
           PERFORM CAMPOVALOR
           MOVE ZEROS TO VALOREFD
           PERFORM CAMPOVALOR 2 TIMES
           PERFORM GRAVAEFD

           IF TOTICMS > ZEROS
               MOVE "E116" TO CODREG
               PERFORM INICIALINHA
               MOVE "000" TO CAMPOEFD
               PERFORM CAMPOTEXTO
               MOVE TOTICMS TO VALOREFD
               PERFORM CAMPOVALOR
               MOVE DATAVENCTO TO DATAEFD
               PERFORM CAMPODATA
               PERFORM CAMPOVAZIO 5 TIMES
               MOVE SPACES TO CAMPOEFD
               STRING PERIODOPEDIDO(5:2) PERIODOPEDIDO(1:4)
                   DELIMITED BY SIZE INTO CAMPOEFD
               PERFORM CAMPOTEXTO
               PERFORM GRAVAEFD
           END-IF

           MOVE "E500" TO CODREG
           PERFORM INICIALINHA
           MOVE "0" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE DATAINI TO DATAEFD
           PERFORM CAMPODATA
           MOVE DATAFIM TO DATAEFD
           PERFORM CAMPODATA
           PERFORM GRAVAEFD

           MOVE 1 TO IXCF
           PERFORM GRAVAE510 2 TIMES

           MOVE "E520" TO CODREG
           PERFORM INICIALINHA
           MOVE ZEROS TO VALOREFD
           PERFORM CAMPOVALOR
           MOVE TOTIPI TO VALOREFD
           PERFORM CAMPOVALOR
           MOVE ZEROS TO VALOREFD
           PERFORM CAMPOVALOR 4 TIMES
           MOVE TOTIPI TO VALOREFD
           PERFORM CAMPOVALOR
           PERFORM GRAVAEFD

           MOVE "E990" TO CODREG
           PERFORM FECHABLOCO.

      *Grava o E510 do CFOP IXCF (5102 ou 6102), se teve operacao
       GRAVAE510.

           IF CF-VLCONT (IXCF) > ZEROS
               MOVE "E510" TO CODREG
               PERFORM INICIALINHA
               IF IXCF = 1
                   MOVE "5102" TO CAMPOEFD
               ELSE
                   MOVE "6102" TO CAMPOEFD
               END-IF
               PERFORM CAMPOTEXTO
               IF CF-IPI (IXCF) > ZEROS
                   MOVE "50" TO CAMPOEFD
               ELSE
                   MOVE "53" TO CAMPOEFD
               END-IF
               PERFORM CAMPOTEXTO
               MOVE CF-VLCONT (IXCF) TO VALOREFD
               PERFORM CAMPOVALOR
               MOVE CF-BASE (IXCF) TO VALOREFD
               PERFORM CAMPOVALOR
               MOVE CF-IPI (IXCF) TO VALOREFD
               PERFORM CAMPOVALOR
               PERFORM GRAVAEFD
           END-IF
           ADD 1 TO IXCF.

      *Bloco 1: so o 1010 com todas as obrigacoes em "N"
       BLOCO1.

           MOVE ZEROS TO QTBLOCO
           MOVE "1001" TO CODREG
           PERFORM INICIALINHA
           MOVE "0" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM GRAVAEFD

           MOVE "1010" TO CODREG
           PERFORM INICIALINHA
           PERFORM CAMPONAO 13 TIMES
           PERFORM GRAVAEFD

           MOVE "1990" TO CODREG
           PERFORM FECHABLOCO.

      *Acrescenta um indicador "N" do 1010
       CAMPONAO.

           MOVE "N" TO CAMPOEFD
           PERFORM CAMPOTEXTO.

      *Bloco sem movimento da letra LETRABLOCO (abertura e
      *encerramento)
       BLOCOVAZIO.

           MOVE ZEROS TO QTBLOCO
           MOVE SPACES TO CODREG
           STRING LETRABLOCO "001" DELIMITED BY SIZE INTO CODREG
           PERFORM INICIALINHA
           MOVE "1" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM GRAVAEFD

           MOVE SPACES TO CODREG
           STRING LETRABLOCO "990" DELIMITED BY SIZE INTO CODREG
           PERFORM FECHABLOCO.

      *Bloco 9: contagem de linhas por registro e total do arquivo
       BLOCO9.

           MOVE ZEROS TO QTBLOCO
           MOVE "9001" TO CODREG
           PERFORM INICIALINHA
           MOVE "0" TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM GRAVAEFD

           COMPUTE QT9900 = QTREG + 3
           MOVE 1 TO IXREG
           PERFORM GRAVA9900 UNTIL IXREG > QTREG

           MOVE "9900" TO REGFIXO
           MOVE QT9900 TO NUMEFD
           PERFORM GRAVA9900FIXO
           MOVE "9990" TO REGFIXO
           MOVE 1 TO NUMEFD
           PERFORM GRAVA9900FIXO
           MOVE "9999" TO REGFIXO
           MOVE 1 TO NUMEFD
           PERFORM GRAVA9900FIXO

           MOVE "9990" TO CODREG
           PERFORM INICIALINHA
           COMPUTE NUMEFD = QTBLOCO + 2
           PERFORM CAMPONUMERO
           PERFORM GRAVAEFD

           MOVE "9999" TO CODREG
           PERFORM INICIALINHA
           COMPUTE NUMEFD = QTLINHAS + 1
           PERFORM CAMPONUMERO
           PERFORM GRAVAEFD.

      *Grava o 9900 do registro IXREG da tabela de contagem (a
      *tabela nao cresce mais: o 9900 e contado a parte)
       GRAVA9900.

           MOVE "9900" TO CODREG
           PERFORM INICIALINHA
           MOVE TR-REG (IXREG) TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE TR-QTD (IXREG) TO NUMEFD
           PERFORM CAMPONUMERO
           PERFORM GRAVALINHA
           ADD 1 TO IXREG.

      *Grava o 9900 do registro em REGFIXO com a quantidade NUMEFD
       GRAVA9900FIXO.

           MOVE "9900" TO CODREG
           PERFORM INICIALINHA
           MOVE REGFIXO TO CAMPOEFD
           PERFORM CAMPOTEXTO
           PERFORM CAMPONUMERO
           PERFORM GRAVALINHA.

      *Encerra o bloco com o registro CODREG (x990) e a quantidade
      *de linhas do bloco, ele incluido
       FECHABLOCO.

           PERFORM INICIALINHA
           COMPUTE NUMEFD = QTBLOCO + 1
           PERFORM CAMPONUMERO
           PERFORM GRAVAEFD.

      *Comeca uma linha nova com o registro CODREG
       INICIALINHA.

           MOVE SPACES TO LINHAEFD
           MOVE 1 TO PONTEIRO
           STRING "|" CODREG "|" DELIMITED BY SIZE
               INTO LINHAEFD WITH POINTER PONTEIRO.

      *Acrescenta o campo texto CAMPOEFD e o separador (o "|" dentro
      *do texto vira branco)
       CAMPOTEXTO.

           INSPECT CAMPOEFD REPLACING ALL "|" BY " "
           IF CAMPOEFD NOT = SPACES
               STRING CAMPOEFD DELIMITED BY "  "
                   INTO LINHAEFD WITH POINTER PONTEIRO
           END-IF
           STRING "|" DELIMITED BY SIZE
               INTO LINHAEFD WITH POINTER PONTEIRO
           MOVE SPACES TO CAMPOEFD.

      *Acrescenta um campo vazio
       CAMPOVAZIO.

           STRING "|" DELIMITED BY SIZE
               INTO LINHAEFD WITH POINTER PONTEIRO.

      *Acrescenta o valor VALOREFD com virgula decimal e sem zeros a
      *esquerda
       CAMPOVALOR.

           MOVE VALOREFD TO LD-EFDVALOR
           MOVE LD-EFDVALOR TO CAMPOTRAB
           PERFORM TIRABRANCOS.

      *Acrescenta o numero inteiro NUMEFD sem zeros a esquerda
       CAMPONUMERO.

           MOVE NUMEFD TO LD-EFDNUM
           MOVE LD-EFDNUM TO CAMPOTRAB
           PERFORM TIRABRANCOS.

      *Acrescenta a quantidade QTDEFD com cinco decimais
       CAMPOQTD.

           MOVE QTDEFD TO LD-EFDQTD
           MOVE LD-EFDQTD TO CAMPOTRAB
           PERFORM TIRABRANCOS.

      *Acrescenta a data DATAEFD (AAAAMMDD) como DDMMAAAA
       CAMPODATA.

           MOVE SPACES TO CAMPOEFD
           STRING DATAEFD(7:2) DATAEFD(5:2) DATAEFD(1:4)
               DELIMITED BY SIZE INTO CAMPOEFD
           PERFORM CAMPOTEXTO.

      *Tira os brancos a esquerda do numero editado em CAMPOTRAB e
      *acrescenta como campo
       TIRABRANCOS.

           MOVE ZEROS TO QTBRANCOS
           INSPECT CAMPOTRAB TALLYING QTBRANCOS FOR LEADING SPACES
           MOVE SPACES TO CAMPOEFD
           MOVE CAMPOTRAB(QTBRANCOS + 1:) TO CAMPOEFD
           PERFORM CAMPOTEXTO
           MOVE SPACES TO CAMPOTRAB.

      *Grava a linha montada e conta no registro CODREG
       GRAVAEFD.

           MOVE "N" TO ACHOUREG
           MOVE 1 TO IXREG
           PERFORM PROCURAREG UNTIL ACHOUREG = "S"
               OR IXREG > QTREG
           IF ACHOUREG = "N" AND QTREG < 60
               ADD 1 TO QTREG
               MOVE QTREG TO IXREG
               MOVE CODREG TO TR-REG (IXREG)
               MOVE ZEROS TO TR-QTD (IXREG)
               MOVE "S" TO ACHOUREG
           END-IF
           IF ACHOUREG = "S"
               ADD 1 TO TR-QTD (IXREG)
           END-IF
           PERFORM GRAVALINHA.

      *Procura o registro CODREG na tabela de contagem
       PROCURAREG.

           IF TR-REG (IXREG) = CODREG
               MOVE "S" TO ACHOUREG
           ELSE
               ADD 1 TO IXREG
           END-IF.

      *Grava a linha no arquivo e conta no bloco e no total
       GRAVALINHA.

           MOVE LINHAEFD TO REGEFD
           WRITE REGEFD
           ADD 1 TO QTLINHAS
           ADD 1 TO QTBLOCO.

      *Busca em CADPARAM o parametro PARAM-CODIGO; sem o cadastro ou
      *sem o parametro fica o padrao ja em PARAMPADRAO
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
           MOVE "P172EFD" TO LOG-PROGRAMA
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

           CLOSE CADFILI.

      *Fecha o programa
       FIM.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "EFD" TO NOMERELATORIO(1:3)
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
           MOVE "P172EFD" TO SPO-PROGRAMA
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
           STRING "P172EFD  " TITULOREL "  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172EFD.
