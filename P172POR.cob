      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Integracao do estoque com os portais de classificados,
      *    passo diario da cadeia do P172CTL (tambem chamado pelo menu
      *    P172MN2). Duas etapas:
      *     - anuncios: publica os veiculos de CADESTOQ disponiveis
      *       ("D") e liberados para venda - o usado so depois da
      *       documentacao completa em CADDOCU e do gravame liberado
      *       em CADGRAV, a mesma regra da venda no P172904. O
      *       controle CADPUBL guarda o que ja foi publicado, e o
      *       arquivo do dia (FEED + data/hora) leva so a diferenca:
      *       "N" anuncio novo, "A" alterado (preco remarcado pelo
      *       P172RMK ou veiculo mudou de filial) e "R" retirado
      *       (vendido, reservado, transferido ou bloqueado). Cada
      *       linha traz marca, modelo, anos, cor (CADCOR), km
      *       (CADDOCU), preco pedido EST-VALOR e filial;
      *     - leads: importa o retorno dos portais (LEADPORT.TXT) em
      *       CADLEAD, ligado ao chassi anunciado e ao vendedor dos
      *       portais da filial do veiculo, guardado em CADPARAM com
      *       o codigo VPOR + filial (ex.: VPOR01 = filial 01; VPOR00
      *       vale para as filiais sem vendedor proprio). Com isso o
      *       lead entra no funil do P172FUN e na fila do P172LEA. O
      *       controle CADLPOR (portal + numero do lead no portal)
      *       impede que o mesmo arquivo importado duas vezes duplique
      *       o lead.
      *    O resultado das duas etapas sai pelo spool (P172SPO).
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172POR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPUBL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUB-CHASSI
               FILE STATUS IS ERROPUB.
           SELECT CADESTOQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHASSI
               FILE STATUS IS ERROEST.
           SELECT CADMARCA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY MARCA DUPLICATES.
           SELECT CADMODEL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADMOD-CODIGO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY MODELO DUPLICATES.
           SELECT CADCOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-CODIGO
               FILE STATUS IS ERRO.
           SELECT CADDOCU ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOCU-CHASSI
               FILE STATUS IS ERRODOC.
           SELECT CADGRAV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRAV-CHASSI
               FILE STATUS IS ERROGRV.
           SELECT ARQFEED ASSIGN TO DYNAMIC NOMEFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROFEED.
           SELECT LEADPORT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROLPO.
           SELECT CADLPOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LPR-CHAVE
               FILE STATUS IS ERROLPR.
           SELECT CADLEAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEAD-NUMERO
               FILE STATUS IS ERROLEA.
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

           FD CADPUBL
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPUBL.DAT".
           01 REGPUBL.
               02 PUB-CHASSI PIC X(17) VALUE SPACES.
               02 PUB-SITUACAO PIC X(1) VALUE "P".
               02 PUB-FILIAL PIC 9(2) VALUE ZEROS.
               02 PUB-MARCA PIC 9(3) VALUE ZEROS.
               02 PUB-MODELO PIC 9(3) VALUE ZEROS.
               02 PUB-ANOFABRIC PIC 9(4) VALUE ZEROS.
               02 PUB-ANOMODEL PIC 9(4) VALUE ZEROS.
               02 PUB-COR PIC 9(2) VALUE ZEROS.
               02 PUB-CONDICAO PIC X(1) VALUE "N".
               02 PUB-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 PUB-DATAPUBL PIC 9(8) VALUE ZEROS.
               02 PUB-DATAALT PIC 9(8) VALUE ZEROS.
               02 PUB-RODADA PIC X(14) VALUE SPACES.

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

           FD CADCOR
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADCOR.DAT".
           01 REGCOR.
               02 COR-CODIGO PIC 9(2) VALUE ZEROS.
               02 COR-NOME PIC X(15) VALUE SPACES.

           FD CADDOCU
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADDOCU.DAT".
           01 REGDOCU.
               02 DOCU-CHASSI PIC X(17) VALUE SPACES.
               02 DOCU-PLACA PIC X(7) VALUE SPACES.
               02 DOCU-RENAVAM PIC 9(11) VALUE ZEROS.
               02 DOCU-KM PIC 9(7) VALUE ZEROS.
               02 DOCU-CRLV PIC X(1) VALUE "N".
               02 DOCU-VISTORIA PIC X(1) VALUE "N".
               02 DOCU-LAUDO PIC X(1) VALUE "N".

           FD CADGRAV
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADGRAV.DAT".
           01 REGGRAV.
               02 GRAV-CHASSI PIC X(17) VALUE SPACES.
               02 GRAV-SITUACAO PIC X(1) VALUE "B".
               02 GRAV-MOTIVO PIC X(1) VALUE SPACES.
               02 GRAV-DATAENTRADA PIC 9(8) VALUE ZEROS.
               02 GRAV-DATAENVIO PIC 9(8) VALUE ZEROS.
               02 GRAV-DATARET PIC 9(8) VALUE ZEROS.

           FD ARQFEED
              LABEL  RECORD IS STANDARD.
           01 REGFEED.
               02 FEED-ACAO PIC X(1) VALUE SPACES.
               02 FEED-CHASSI PIC X(17) VALUE SPACES.
               02 FEED-FILIAL PIC 9(2) VALUE ZEROS.
               02 FEED-MARCA PIC X(30) VALUE SPACES.
               02 FEED-MODELO PIC X(20) VALUE SPACES.
               02 FEED-ANOFABRIC PIC 9(4) VALUE ZEROS.
               02 FEED-ANOMODEL PIC 9(4) VALUE ZEROS.
               02 FEED-COR PIC X(15) VALUE SPACES.
               02 FEED-KM PIC 9(7) VALUE ZEROS.
               02 FEED-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 FEED-CONDICAO PIC X(1) VALUE "N".

           FD LEADPORT
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "LEADPORT.TXT".
           01 REGLPO.
               02 LPO-PORTAL PIC 9(2) VALUE ZEROS.
               02 LPO-IDLEAD PIC X(20) VALUE SPACES.
               02 LPO-DATA PIC 9(8) VALUE ZEROS.
               02 LPO-CHASSI PIC X(17) VALUE SPACES.
               02 LPO-NOME PIC X(20) VALUE SPACES.
               02 LPO-DDD PIC 9(2) VALUE ZEROS.
               02 LPO-FONE PIC 9(11) VALUE ZEROS.

           FD CADLPOR
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADLPOR.DAT".
           01 REGLPOR.
               02 LPR-CHAVE.
                   03 LPR-PORTAL PIC 9(2) VALUE ZEROS.
                   03 LPR-IDLEAD PIC X(20) VALUE SPACES.
               02 LPR-LEAD PIC 9(6) VALUE ZEROS.
               02 LPR-DATAIMP PIC 9(8) VALUE ZEROS.

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
           01 TITULOREL PIC X(30) VALUE SPACES.
           01 LD-PAGINA PIC ZZ9 VALUE ZEROS.

           01 ERRO PIC X(2) VALUE "00".
           01 ERROPUB PIC X(2) VALUE "00".
           01 ERROEST PIC X(2) VALUE "00".
           01 ERRODOC PIC X(2) VALUE "00".
           01 ERROGRV PIC X(2) VALUE "00".
           01 ERROFEED PIC X(2) VALUE "00".
           01 ERROLPO PIC X(2) VALUE "00".
           01 ERROLPR PIC X(2) VALUE "00".
           01 ERROLEA PIC X(2) VALUE "00".
           01 ERROPAR PIC X(2) VALUE "00".
           01 ERROLOCK PIC X(2) VALUE "00".
           01 LOCKOBTIDO PIC X(1) VALUE "N".
           01 CTRLNOME-TRAB PIC X(8) VALUE SPACES.
           01 TENTATIVASCTRL PIC 9(3) VALUE ZEROS.
           01 NUMPEDIDO PIC 9(6) VALUE ZEROS.

           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 RODADA PIC X(14) VALUE SPACES.
           01 NOMEFEED PIC X(22) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 EHUSADO PIC X(1) VALUE "N".
           01 LIBERADO PIC X(1) VALUE "N".
           01 ACHOUPUB PIC X(1) VALUE "N".
           01 ACHOUCHASSI PIC X(1) VALUE "N".
           01 ACAOFEED PIC X(1) VALUE SPACES.
           01 KMTRAB PIC 9(7) VALUE ZEROS.
           01 RESULTADOTRAB PIC X(21) VALUE SPACES.

           01 PARAMPADRAO PIC 9(5)V99 VALUE ZEROS.
           01 CODVPOR.
               02 FILLER PIC X(4) VALUE "VPOR".
               02 CODVPOR-FILIAL PIC 9(2) VALUE ZEROS.
               02 FILLER PIC X(2) VALUE SPACES.

           01 QTNOVOS PIC 9(5) VALUE ZEROS.
           01 QTALTERADOS PIC 9(5) VALUE ZEROS.
           01 QTRETIRADOS PIC 9(5) VALUE ZEROS.
           01 QTNOAR PIC 9(5) VALUE ZEROS.
           01 QTLEADS PIC 9(5) VALUE ZEROS.
           01 QTDUPLICADO PIC 9(5) VALUE ZEROS.
           01 QTREJEITADO PIC 9(5) VALUE ZEROS.
           01 QTSEMVEND PIC 9(5) VALUE ZEROS.

           01 LD-VALOR PIC Z(7),99 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Abre o controle de anuncios e comanda as duas etapas: a
      *publicacao do estoque e a importacao dos leads dos portais
       INICIO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE
           MOVE FUNCTION CURRENT-DATE (1:14) TO RODADA

           MOVE "00" TO ERROPUB
           OPEN I-O CADPUBL
           IF ERROPUB = "30" OR ERROPUB = "35"
               OPEN OUTPUT CADPUBL
               CLOSE CADPUBL
               DISPLAY "ARQUIVO CADPUBL SENDO CRIADO"
               MOVE "00" TO ERROPUB
               OPEN I-O CADPUBL
           END-IF
           IF ERROPUB NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPUBL"
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF

           MOVE "PORTAIS - ANUNCIOS E LEADS" TO TITULOREL
           PERFORM ABRESPOOL

           PERFORM PUBLICA
           CLOSE CADPUBL
           MOVE "00" TO ERROPUB

           PERFORM IMPORTALEADS THRU IMPORTALEADS-FIM

           CLOSE ARQREL
           DISPLAY "ANUNCIOS NOVOS:            " QTNOVOS
           DISPLAY "ANUNCIOS ALTERADOS:        " QTALTERADOS
           DISPLAY "ANUNCIOS RETIRADOS:        " QTRETIRADOS
           DISPLAY "VEICULOS ANUNCIADOS HOJE:  " QTNOAR
           DISPLAY "ARQUIVO DOS PORTAIS:       " NOMEFEED
           DISPLAY "LEADS IMPORTADOS:          " QTLEADS
           DISPLAY "LEADS JA IMPORTADOS ANTES: " QTDUPLICADO
           DISPLAY "LEADS REJEITADOS:          " QTREJEITADO
           DISPLAY "RESULTADO GRAVADO EM " NOMERELATORIO
           GO TO FIM.

      *Etapa dos anuncios: percorre o estoque publicando o que esta
      *disponivel e depois retira o que saiu do ar desde a ultima
      *rodada; so a diferenca vai para o arquivo dos portais
       PUBLICA.

           MOVE ZEROS TO QTNOVOS QTALTERADOS QTRETIRADOS QTNOAR
           MOVE SPACES TO NOMEFEED
           MOVE "FEED" TO NOMEFEED(1:4)
           MOVE RODADA TO NOMEFEED(5:14)
           MOVE ".TXT" TO NOMEFEED(19:4)
           MOVE "00" TO ERROFEED
           OPEN OUTPUT ARQFEED

           STRING "ANUNCIOS - ARQUIVO " NOMEFEED
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           PERFORM GRAVAREL
           MOVE "A CHASSI            FL MODELO" TO LINHAREL
           MOVE "ANO  KM" TO LINHAREL(53:7)
           MOVE "PRECO" TO LINHAREL(70:5)
           PERFORM GRAVAREL
           MOVE ALL "-" TO LINHAREL(1:76)
           PERFORM GRAVAREL

           MOVE "00" TO ERROEST
           OPEN INPUT CADESTOQ
           IF ERROEST = "00"
               MOVE "N" TO FIMLISTA
               PERFORM LEVEICULO UNTIL FIMLISTA = "S"
               CLOSE CADESTOQ
           END-IF
           MOVE "00" TO ERROEST

           MOVE LOW-VALUES TO PUB-CHASSI
           MOVE "N" TO FIMLISTA
           START CADPUBL KEY IS NOT LESS THAN PUB-CHASSI
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM CONFERERETIRADA UNTIL FIMLISTA = "S"
           MOVE "00" TO ERROPUB

           CLOSE ARQFEED
           MOVE "00" TO ERROFEED

           MOVE ALL "-" TO LINHAREL(1:76)
           PERFORM GRAVAREL
           STRING "NOVOS: " QTNOVOS "  ALTERADOS: " QTALTERADOS
               "  RETIRADOS: " QTRETIRADOS "  NO AR: " QTNOAR
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           PERFORM GRAVAREL

           MOVE "GERPOR" TO LOG-OPERACAO
           MOVE NOMEFEED TO LOG-CHAVE
           PERFORM GRAVALOG.

      *Le o proximo veiculo do estoque e publica se estiver
      *disponivel e liberado para venda
       LEVEICULO.

           READ CADESTOQ NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S" AND EST-STATUS = "D"
               PERFORM VERIFICALIBERADO
               IF LIBERADO = "S"
                   PERFORM PUBLICAVEICULO
               END-IF
           END-IF.

      *Confere se o veiculo pode ser anunciado, com a mesma regra da
      *venda: o usado (troca ou consignado) so com a documentacao
      *completa e, se tem consulta de gravame, com ela liberada;
      *aproveita a leitura da documentacao para pegar a km
       VERIFICALIBERADO.

           MOVE "S" TO LIBERADO
           MOVE ZEROS TO KMTRAB
           MOVE "N" TO EHUSADO
           IF EST-ORIGEM = "T" OR EST-ORIGEM = "G"
               MOVE "S" TO EHUSADO
               MOVE "N" TO LIBERADO
           END-IF

           MOVE "00" TO ERRODOC
           OPEN INPUT CADDOCU
           IF ERRODOC = "00"
               MOVE EST-CHASSI TO DOCU-CHASSI
               READ CADDOCU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DOCU-KM TO KMTRAB
                       IF EHUSADO = "S"
                           AND DOCU-RENAVAM > ZEROS
                           AND DOCU-CRLV = "S"
                           AND DOCU-VISTORIA = "S"
                           AND DOCU-LAUDO = "S"
                           MOVE "S" TO LIBERADO
                       END-IF
               END-READ
               CLOSE CADDOCU
           END-IF
           MOVE "00" TO ERRODOC

           IF EHUSADO = "S" AND LIBERADO = "S"
               MOVE "00" TO ERROGRV
               OPEN INPUT CADGRAV
               IF ERROGRV = "00"
                   MOVE EST-CHASSI TO GRAV-CHASSI
                   READ CADGRAV
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF GRAV-SITUACAO NOT = "L"
                               MOVE "N" TO LIBERADO
                           END-IF
                   END-READ
                   CLOSE CADGRAV
               END-IF
               MOVE "00" TO ERROGRV
           END-IF.

      *Compara o veiculo com o ultimo estado publicado: nunca
      *publicado ou retirado volta como novo; preco ou filial
      *diferente sai como alteracao; o controle guarda a rodada
       PUBLICAVEICULO.

           ADD 1 TO QTNOAR
           MOVE SPACES TO ACAOFEED
           MOVE EST-CHASSI TO PUB-CHASSI
           READ CADPUBL
               INVALID KEY
                   MOVE "N" TO ACHOUPUB
               NOT INVALID KEY
                   MOVE "S" TO ACHOUPUB
           END-READ
           MOVE "00" TO ERROPUB

           IF ACHOUPUB = "N" OR PUB-SITUACAO NOT = "P"
               MOVE "N" TO ACAOFEED
               MOVE DATAHOJE TO PUB-DATAPUBL
           ELSE
               IF PUB-VALOR NOT = EST-VALOR
                   OR PUB-FILIAL NOT = EST-FILIAL
                   MOVE "A" TO ACAOFEED
               END-IF
           END-IF

           MOVE EST-CHASSI TO PUB-CHASSI
           MOVE "P" TO PUB-SITUACAO
           MOVE EST-FILIAL TO PUB-FILIAL
           MOVE EST-MARCA TO PUB-MARCA
           MOVE EST-MODELO TO PUB-MODELO
           MOVE EST-ANOFABRIC TO PUB-ANOFABRIC
           MOVE EST-ANOMODEL TO PUB-ANOMODEL
           MOVE EST-COR TO PUB-COR
           IF EHUSADO = "S"
               MOVE "U" TO PUB-CONDICAO
           ELSE
               MOVE "N" TO PUB-CONDICAO
           END-IF
           MOVE EST-VALOR TO PUB-VALOR
           MOVE RODADA TO PUB-RODADA
           IF ACAOFEED NOT = SPACES
               MOVE DATAHOJE TO PUB-DATAALT
           END-IF
           IF ACHOUPUB = "S"
               REWRITE REGPUBL
           ELSE
               WRITE REGPUBL
           END-IF
           MOVE "00" TO ERROPUB

           IF ACAOFEED = "N"
               ADD 1 TO QTNOVOS
               PERFORM GRAVAFEED
           END-IF
           IF ACAOFEED = "A"
               ADD 1 TO QTALTERADOS
               PERFORM GRAVAFEED
           END-IF.

      *Le o proximo anuncio do controle; o que esta no ar e nao foi
      *visto nesta rodada (vendido, reservado, transferido,
      *bloqueado ou fora do estoque) e retirado dos portais
       CONFERERETIRADA.

           READ CADPUBL NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF PUB-SITUACAO = "P" AND PUB-RODADA NOT = RODADA
                   MOVE "R" TO PUB-SITUACAO
                   MOVE DATAHOJE TO PUB-DATAALT
                   REWRITE REGPUBL
                   MOVE "00" TO ERROPUB
                   MOVE "R" TO ACAOFEED
                   MOVE ZEROS TO KMTRAB
                   ADD 1 TO QTRETIRADOS
                   PERFORM GRAVAFEED
               END-IF
           END-IF.

      *Monta a linha do arquivo dos portais a partir do controle
      *(nomes de marca, modelo e cor pelos cadastros) e lista no
      *spool
       GRAVAFEED.

           MOVE SPACES TO REGFEED
           MOVE ACAOFEED TO FEED-ACAO
           MOVE PUB-CHASSI TO FEED-CHASSI
           MOVE PUB-FILIAL TO FEED-FILIAL
           MOVE PUB-ANOFABRIC TO FEED-ANOFABRIC
           MOVE PUB-ANOMODEL TO FEED-ANOMODEL
           MOVE KMTRAB TO FEED-KM
           MOVE PUB-VALOR TO FEED-VALOR
           MOVE PUB-CONDICAO TO FEED-CONDICAO

           MOVE PUB-MARCA TO CODIGO
           OPEN INPUT CADMARCA
           READ CADMARCA
               NOT INVALID KEY
                   MOVE MARCA TO FEED-MARCA
           END-READ
           CLOSE CADMARCA
           MOVE PUB-MARCA TO CONTCODIGO
           MOVE PUB-MODELO TO CODIGOMODELO
           OPEN INPUT CADMODEL
           READ CADMODEL
               NOT INVALID KEY
                   MOVE MODELO TO FEED-MODELO
           END-READ
           CLOSE CADMODEL
           MOVE PUB-COR TO COR-CODIGO
           OPEN INPUT CADCOR
           READ CADCOR
               NOT INVALID KEY
                   MOVE COR-NOME TO FEED-COR
           END-READ
           CLOSE CADCOR
           MOVE "00" TO ERRO

           WRITE REGFEED
           MOVE "00" TO ERROFEED

           MOVE FEED-ACAO TO LINHAREL(1:1)
           MOVE FEED-CHASSI TO LINHAREL(3:17)
           MOVE FEED-FILIAL TO LINHAREL(21:2)
           MOVE FEED-MODELO TO LINHAREL(24:20)
           MOVE FEED-COR(1:8) TO LINHAREL(45:8)
           MOVE FEED-ANOMODEL TO LINHAREL(53:4)
           MOVE FEED-KM TO LINHAREL(58:7)
           MOVE FEED-VALOR TO LD-VALOR
           MOVE LD-VALOR TO LINHAREL(66:11)
           PERFORM GRAVAREL.

      *Etapa dos leads: importa o retorno dos portais em CADLEAD,
      *sem repetir lead ja importado, e lista o resultado no spool
       IMPORTALEADS.

           MOVE ZEROS TO QTLEADS QTDUPLICADO QTREJEITADO QTSEMVEND

           MOVE "00" TO ERROLPO
           OPEN INPUT LEADPORT
           IF ERROLPO NOT = "00"
               MOVE "NENHUM RETORNO DE LEADS DOS PORTAIS (LEADPORT.TXT)"
                   TO LINHAREL
               PERFORM GRAVAREL
               MOVE "00" TO ERROLPO
               GO TO IMPORTALEADS-FIM
           END-IF

           MOVE "00" TO ERROLPR
           OPEN I-O CADLPOR
           IF ERROLPR = "30" OR ERROLPR = "35"
               OPEN OUTPUT CADLPOR
               CLOSE CADLPOR
               DISPLAY "ARQUIVO CADLPOR SENDO CRIADO"
               MOVE "00" TO ERROLPR
               OPEN I-O CADLPOR
           END-IF
           MOVE "00" TO ERROLEA
           OPEN I-O CADLEAD
           IF ERROLEA = "30" OR ERROLEA = "35"
               OPEN OUTPUT CADLEAD
               CLOSE CADLEAD
               DISPLAY "ARQUIVO CADLEAD SENDO CRIADO"
               MOVE "00" TO ERROLEA
               OPEN I-O CADLEAD
           END-IF
           IF ERROLPR NOT = "00" OR ERROLEA NOT = "00"
               MOVE "ERRO NA ABERTURA DE CADLPOR/CADLEAD" TO LINHAREL
               PERFORM GRAVAREL
               DISPLAY "ERRO NA ABERTURA DE CADLPOR/CADLEAD"
               CLOSE LEADPORT
               CLOSE CADLPOR
               CLOSE CADLEAD
               MOVE "00" TO ERROLPO ERROLPR ERROLEA
               MOVE 8 TO RETURN-CODE
               GO TO IMPORTALEADS-FIM
           END-IF

           MOVE "LEADS - IMPORTACAO DE LEADPORT.TXT" TO LINHAREL
           PERFORM GRAVAREL
           PERFORM GRAVAREL
           MOVE "PT LEAD NO PORTAL       CHASSI            CLIENTE"
               TO LINHAREL
           MOVE "RESULTADO" TO LINHAREL(60:9)
           PERFORM GRAVAREL
           MOVE ALL "-" TO LINHAREL(1:76)
           PERFORM GRAVAREL

           MOVE "N" TO FIMLISTA
           PERFORM IMPORTALINHA UNTIL FIMLISTA = "S"

           CLOSE LEADPORT
           CLOSE CADLPOR
           CLOSE CADLEAD
           MOVE "00" TO ERROLPO ERROLPR ERROLEA

           MOVE ALL "-" TO LINHAREL(1:76)
           PERFORM GRAVAREL
           STRING "IMPORTADOS: " QTLEADS "  JA IMPORTADOS: "
               QTDUPLICADO "  REJEITADOS: " QTREJEITADO
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           IF QTSEMVEND > ZEROS
               STRING "ATENCAO: " QTSEMVEND " LEADS SEM VENDEDOR - "
                   "CADASTRAR VPOR + FILIAL NO P172PRM"
                   DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
           END-IF.

       IMPORTALEADS-FIM.
           EXIT.

      *Le a proxima linha do retorno e grava o lead, a menos que ja
      *tenha sido importado ou que o chassi nunca tenha sido anunciado
       IMPORTALINHA.

           READ LEADPORT
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               MOVE SPACES TO RESULTADOTRAB
               MOVE LPO-PORTAL TO LPR-PORTAL
               MOVE LPO-IDLEAD TO LPR-IDLEAD
               READ CADLPOR
                   INVALID KEY
                       PERFORM ACHACHASSI
                       IF ACHOUCHASSI = "S"
                           PERFORM GRAVALEAD
                       ELSE
                           MOVE "CHASSI NAO ANUNCIADO" TO RESULTADOTRAB
                           ADD 1 TO QTREJEITADO
                       END-IF
                   NOT INVALID KEY
                       STRING "DUPLICADO LEAD " LPR-LEAD
                           DELIMITED BY SIZE INTO RESULTADOTRAB
                       ADD 1 TO QTDUPLICADO
               END-READ
               MOVE "00" TO ERROLPR

               MOVE LPO-PORTAL TO LINHAREL(1:2)
               MOVE LPO-IDLEAD TO LINHAREL(4:20)
               MOVE LPO-CHASSI TO LINHAREL(25:17)
               MOVE LPO-NOME(1:16) TO LINHAREL(43:16)
               MOVE RESULTADOTRAB TO LINHAREL(60:21)
               PERFORM GRAVAREL
           END-IF.

      *Busca o veiculo do lead: no estoque ou, se ja saiu, no ultimo
      *estado publicado; preenche o modelo, a cor, o ano e a filial
       ACHACHASSI.

           MOVE "N" TO ACHOUCHASSI
           MOVE "00" TO ERROEST
           OPEN INPUT CADESTOQ
           IF ERROEST = "00"
               MOVE LPO-CHASSI TO EST-CHASSI
               READ CADESTOQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ACHOUCHASSI
                       MOVE EST-MARCA TO LEAD-MARCA
                       MOVE EST-MODELO TO LEAD-MODELO
                       MOVE EST-COR TO LEAD-COR
                       MOVE EST-ANOMODEL TO LEAD-ANODE
                       MOVE EST-FILIAL TO LEAD-FILIAL
               END-READ
               CLOSE CADESTOQ
           END-IF
           MOVE "00" TO ERROEST

           IF ACHOUCHASSI = "N"
               MOVE "00" TO ERROPUB
               OPEN INPUT CADPUBL
               IF ERROPUB = "00"
                   MOVE LPO-CHASSI TO PUB-CHASSI
                   READ CADPUBL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO ACHOUCHASSI
                           MOVE PUB-MARCA TO LEAD-MARCA
                           MOVE PUB-MODELO TO LEAD-MODELO
                           MOVE PUB-COR TO LEAD-COR
                           MOVE PUB-ANOMODEL TO LEAD-ANODE
                           MOVE PUB-FILIAL TO LEAD-FILIAL
                   END-READ
                   CLOSE CADPUBL
               END-IF
               MOVE "00" TO ERROPUB
           END-IF.

      *Grava o lead do portal em CADLEAD com o vendedor dos portais
      *da filial do veiculo e registra a chave do portal no controle
       GRAVALEAD.

           MOVE LEAD-FILIAL TO CODVPOR-FILIAL
           MOVE CODVPOR TO PARAM-CODIGO
           MOVE ZEROS TO PARAMPADRAO
           PERFORM BUSCAPARAM
           IF PARAMPADRAO = ZEROS
               MOVE ZEROS TO CODVPOR-FILIAL
               MOVE CODVPOR TO PARAM-CODIGO
               PERFORM BUSCAPARAM
           END-IF
           MOVE PARAMPADRAO TO LEAD-VENDEDOR

           MOVE "LEAD" TO CTRLNOME-TRAB
           PERFORM PROXNUMERO
           MOVE NUMPEDIDO TO LEAD-NUMERO
           MOVE "A" TO LEAD-SITUACAO
           IF LPO-DATA > ZEROS
               MOVE LPO-DATA TO LEAD-DATA
           ELSE
               MOVE DATAHOJE TO LEAD-DATA
           END-IF
           MOVE LEAD-ANODE TO LEAD-ANOATE
           MOVE LPO-NOME TO LEAD-NOME
           MOVE LPO-DDD TO LEAD-DDD
           MOVE LPO-FONE TO LEAD-FONE
           MOVE LPO-CHASSI TO LEAD-CHASSI
           MOVE LPO-PORTAL TO LEAD-PORTAL
           WRITE REGLEAD

           IF ERROLEA = "00" OR ERROLEA = "02"
               MOVE LPO-PORTAL TO LPR-PORTAL
               MOVE LPO-IDLEAD TO LPR-IDLEAD
               MOVE LEAD-NUMERO TO LPR-LEAD
               MOVE DATAHOJE TO LPR-DATAIMP
               WRITE REGLPOR
               ADD 1 TO QTLEADS
               IF LEAD-VENDEDOR = ZEROS
                   ADD 1 TO QTSEMVEND
                   STRING "LEAD " LEAD-NUMERO " SEM VEND"
                       DELIMITED BY SIZE INTO RESULTADOTRAB
               ELSE
                   STRING "LEAD " LEAD-NUMERO " VEND " LEAD-VENDEDOR
                       DELIMITED BY SIZE INTO RESULTADOTRAB
               END-IF
               MOVE "IMPLEA" TO LOG-OPERACAO
               MOVE LEAD-NUMERO TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               MOVE "ERRO NA GRAVACAO" TO RESULTADOTRAB
               ADD 1 TO QTREJEITADO
           END-IF
           MOVE "00" TO ERROLEA ERROLPR.

      *Busca o proximo numero de lead no contador LEAD de CTRLNUM,
      *criando o contador na primeira utilizacao
       PROXNUMERO.

           PERFORM BLOQUEIACTRL
           MOVE "00" TO ERRO
           OPEN I-O CTRLNUM
           IF ERRO = "30" OR ERRO = "35"
               OPEN OUTPUT CTRLNUM
               CLOSE CTRLNUM
               OPEN I-O CTRLNUM
           END-IF

           MOVE "LEAD" TO CTRL-NOME
           READ CTRLNUM
               INVALID KEY
                   MOVE "LEAD" TO CTRL-NOME
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
      *    nao parar a importacao
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
           MOVE "P172POR" TO LOG-PROGRAMA
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
           MOVE "POR" TO NOMERELATORIO(1:3)
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
           MOVE "P172POR" TO SPO-PROGRAMA
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
           STRING "P172POR  " TITULOREL "  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172POR.
