      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Revisoes programadas. Mantem o plano de revisao por
      *    marca e modelo (CADPLREV: intervalo em meses e em km; o
      *    modelo 000 vale para a marca inteira) e a capacidade da
      *    oficina por filial (CADBOX: boxes, horario e horas por
      *    vaga), usada pela agenda da oficina no P172OSS. O lote
      *    mensal percorre as vendas de CADVEIC e lista pelo spool
      *    (P172SPO) os clientes com revisao vencendo no mes - pelo
      *    tempo desde DATAVENDA ou pela km estimada (DOCU-KM mais
      *    KMMES de CADPARAM por mes, padrao 1000) - com telefone e
      *    e-mail de CADPROPR e a garantia de CADGAR, gravando o
      *    lembrete em CADLEMB. A OS aberta no P172OSS para o chassi
      *    marca o lembrete como retornado, e o relatorio de retorno
      *    mostra quem voltou.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172REV.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPLREV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLR-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADBOX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOX-FILIAL
               FILE STATUS IS ERROBOX.
           SELECT CADLEMB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEMB-CHAVE
               FILE STATUS IS ERROLEM.
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
           SELECT CADDOCU ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOCU-CHASSI
               FILE STATUS IS ERRODOC.
           SELECT CADGAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-CHAVE
               FILE STATUS IS ERROGAR.
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

           FD CADPLREV
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPLREV.DAT".
           01 REGPLREV.
               02 PLR-CHAVE.
                   03 PLR-MARCA PIC 9(3) VALUE ZEROS.
                   03 PLR-MODELO PIC 9(3) VALUE ZEROS.
               02 PLR-MESES PIC 9(3) VALUE ZEROS.
               02 PLR-KM PIC 9(6) VALUE ZEROS.

           FD CADBOX
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADBOX.DAT".
           01 REGBOX.
               02 BOX-FILIAL PIC 9(2) VALUE ZEROS.
               02 BOX-QTD PIC 9(2) VALUE ZEROS.
               02 BOX-HORAINI PIC 9(4) VALUE ZEROS.
               02 BOX-HORAFIM PIC 9(4) VALUE ZEROS.
               02 BOX-HORASVAGA PIC 9(2) VALUE ZEROS.

           FD CADLEMB
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADLEMB.DAT".
           01 REGLEMB.
               02 LEMB-CHAVE.
                   03 LEMB-CHASSI PIC X(17) VALUE SPACES.
                   03 LEMB-ANOMES PIC 9(6) VALUE ZEROS.
               02 LEMB-CPF PIC 9(11) VALUE ZEROS.
               02 LEMB-FILIAL PIC 9(2) VALUE ZEROS.
               02 LEMB-DATA PIC 9(8) VALUE ZEROS.
               02 LEMB-REVISAO PIC 9(2) VALUE ZEROS.
               02 LEMB-MOTIVO PIC X(1) VALUE "T".
               02 LEMB-SITUACAO PIC X(1) VALUE "P".
               02 LEMB-DATARET PIC 9(8) VALUE ZEROS.
               02 LEMB-OS PIC 9(6) VALUE ZEROS.

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

           FD CADGAR
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADGAR.DAT".
           01 REGGAR.
               02 GAR-CHAVE.
                   03 GAR-CHASSI PIC X(17) VALUE SPACES.
                   03 GAR-DATAVENDA PIC 9(8) VALUE ZEROS.
               02 GAR-CPF PIC 9(11) VALUE ZEROS.
               02 GAR-MESES PIC 9(3) VALUE ZEROS.
               02 GAR-PLANO PIC X(1) VALUE "L".
               02 GAR-DATAFIM PIC 9(8) VALUE ZEROS.
               02 GAR-CONTRATO PIC 9(8) VALUE ZEROS.

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
           01 ERROBOX PIC X(2) VALUE "00".
           01 ERROLEM PIC X(2) VALUE "00".
           01 ERROVEI PIC X(2) VALUE "00".
           01 ERROPRO PIC X(2) VALUE "00".
           01 ERRODOC PIC X(2) VALUE "00".
           01 ERROGAR PIC X(2) VALUE "00".
           01 OPC PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 NIVELOPER PIC X(1) VALUE SPACES.
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 ANOMESPEDIDO.
               02 ANOPEDIDO PIC 9(4) VALUE ZEROS.
               02 MESPEDIDO PIC 9(2) VALUE ZEROS.
           01 PRIMEIRODIA PIC 9(8) VALUE ZEROS.
           01 ANOVENDA PIC 9(4) VALUE ZEROS.
           01 MESVENDA PIC 9(2) VALUE ZEROS.
           01 PARAMPADRAO PIC 9(5)V99 VALUE ZEROS.
           01 KMMES PIC 9(5) VALUE ZEROS.
           01 ACHOUPLANO PIC X(1) VALUE "N".
           01 MESESDECOR PIC S9(5) VALUE ZEROS.
           01 QUOCIENTE PIC 9(5) VALUE ZEROS.
           01 RESTO PIC 9(5) VALUE ZEROS.
           01 KMBASE PIC 9(7) VALUE ZEROS.
           01 KMFIMMES PIC 9(9) VALUE ZEROS.
           01 KMMESANT PIC 9(9) VALUE ZEROS.
           01 FAIXAFIM PIC 9(5) VALUE ZEROS.
           01 FAIXAANT PIC 9(5) VALUE ZEROS.
           01 VENCEREVISAO PIC X(1) VALUE "N".
           01 MOTIVOTRAB PIC X(1) VALUE SPACES.
           01 REVISAOTRAB PIC 9(2) VALUE ZEROS.
           01 GARANTIATEXTO PIC X(20) VALUE SPACES.
           01 QTLEMBRETES PIC 9(5) VALUE ZEROS.
           01 QTJAGERADOS PIC 9(5) VALUE ZEROS.
           01 QTRETORNOS PIC 9(5) VALUE ZEROS.
           01 QTPENDENTES PIC 9(5) VALUE ZEROS.
           01 PCTRETORNO PIC 9(3)V99 VALUE ZEROS.
           01 LD-PCT PIC ZZ9,99 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Cria o plano de revisao na primeira execucao
       ARQUIVO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE

           OPEN I-O CADPLREV
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADPLREV
                   CLOSE CADPLREV
                   DISPLAY "ARQUIVO CADPLREV SENDO CRIADO"
                   GO TO ARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPLREV"
                   GO TO FIM
           ELSE
               CONTINUE.

      *Mostra um menu de opcoes para o usuario
       MENU-PRINCIPAL.

           DISPLAY " "
           DISPLAY "REVISOES PROGRAMADAS"
           DISPLAY "1 - CADASTRAR / ALTERAR PLANO DE REVISAO"
           DISPLAY "2 - LISTAR PLANOS DE REVISAO"
           DISPLAY "3 - CAPACIDADE DA OFICINA POR FILIAL"
           DISPLAY "4 - GERAR LEMBRETES DO MES"
           DISPLAY "5 - RELATORIO DE RETORNO DOS LEMBRETES"
           DISPLAY "6 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
                   GO TO CADASTRAR
               ELSE IF OPC = "2"
                   GO TO LISTAR
               ELSE IF OPC = "3"
                   GO TO CAPACIDADE
               ELSE IF OPC = "4"
                   GO TO LEMBRETES
               ELSE IF OPC = "5"
                   GO TO RETORNO
               ELSE IF OPC = "6"
                   GO TO SAIR
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Cadastra ou altera o plano de revisao de uma marca/modelo
       CADASTRAR.

           DISPLAY "CODIGO DA MARCA: "
           ACCEPT PLR-MARCA
           IF PLR-MARCA = ZEROS
               DISPLAY "DIGITE A MARCA"
               GO TO CADASTRAR
           END-IF
           DISPLAY "CODIGO DO MODELO (0 = TODOS DA MARCA): "
           ACCEPT PLR-MODELO

           READ CADPLREV
           IF ERRO = "00"
               DISPLAY "PLANO ATUAL: A CADA " PLR-MESES " MESES OU "
                   PLR-KM " KM - SERA ALTERADO"
           END-IF

           DISPLAY "INTERVALO EM MESES: "
           ACCEPT PLR-MESES
           DISPLAY "INTERVALO EM KM: "
           ACCEPT PLR-KM
           IF PLR-MESES = ZEROS AND PLR-KM = ZEROS
               DISPLAY "INFORME O INTERVALO EM MESES OU EM KM"
               MOVE "00" TO ERRO
               GO TO CADASTRAR
           END-IF

           IF ERRO = "00"
               REWRITE REGPLREV
               MOVE "ALTERA" TO LOG-OPERACAO
           ELSE
               WRITE REGPLREV
               MOVE "GRAVA" TO LOG-OPERACAO
           END-IF

           IF ERRO = "00" OR "02"
               DISPLAY "PLANO DE REVISAO GRAVADO"
               MOVE PLR-CHAVE TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO PLANO"
           END-IF
           MOVE "00" TO ERRO
           GO TO MENU-PRINCIPAL.

      *Lista os planos de revisao cadastrados
       LISTAR.

           MOVE "N" TO FIMLISTA
           MOVE ZEROS TO PLR-MARCA PLR-MODELO
           START CADPLREV KEY IS NOT LESS THAN PLR-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START

           DISPLAY " "
           DISPLAY "MARCA MODELO  MESES  KM"
           DISPLAY "-----------------------------"

           PERFORM MOSTRAPLANO UNTIL FIMLISTA = "S"

           DISPLAY "-----------------------------"
           MOVE "00" TO ERRO
           GO TO MENU-PRINCIPAL.

      *Le o proximo plano e mostra
       MOSTRAPLANO.

           READ CADPLREV NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               DISPLAY PLR-MARCA "   " PLR-MODELO "     " PLR-MESES
                   "    " PLR-KM
           END-IF.

      *Capacidade da oficina da filial: quantidade de boxes, horario
      *de atendimento e horas por vaga (so o gerente altera)
       CAPACIDADE.

           MOVE SPACES TO NIVELOPER
           ACCEPT NIVELOPER FROM ENVIRONMENT "OPERNIVEL"
           IF NIVELOPER NOT = "3"
               DISPLAY "CAPACIDADE DA OFICINA SO PELO GERENTE"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "00" TO ERROBOX
           OPEN I-O CADBOX
           IF ERROBOX = "30" OR ERROBOX = "35"
               OPEN OUTPUT CADBOX
               CLOSE CADBOX
               OPEN I-O CADBOX
           END-IF

           DISPLAY "FILIAL: "
           ACCEPT BOX-FILIAL
           READ CADBOX
           IF ERROBOX = "00"
               DISPLAY "ATUAL: " BOX-QTD " BOXES DAS " BOX-HORAINI
                   " AS " BOX-HORAFIM ", VAGAS DE " BOX-HORASVAGA
                   " HORA(S)"
           END-IF

           DISPLAY "QUANTIDADE DE BOXES: "
           ACCEPT BOX-QTD
           DISPLAY "HORA DE ABERTURA DA OFICINA (HHMM): "
           ACCEPT BOX-HORAINI
           DISPLAY "HORA DE FECHAMENTO DA OFICINA (HHMM): "
           ACCEPT BOX-HORAFIM
           DISPLAY "HORAS POR VAGA DE AGENDAMENTO: "
           ACCEPT BOX-HORASVAGA

           IF BOX-QTD = ZEROS OR BOX-HORASVAGA = ZEROS
               OR BOX-HORAFIM NOT > BOX-HORAINI
               DISPLAY "CAPACIDADE INVALIDA, NADA GRAVADO"
               CLOSE CADBOX
               GO TO MENU-PRINCIPAL
           END-IF

           IF ERROBOX = "00"
               REWRITE REGBOX
           ELSE
               WRITE REGBOX
           END-IF

           IF ERROBOX = "00" OR "02"
               DISPLAY "CAPACIDADE DA FILIAL GRAVADA"
               MOVE "BOXOFI" TO LOG-OPERACAO
               MOVE BOX-FILIAL TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO NA GRAVACAO DA CAPACIDADE"
           END-IF
           CLOSE CADBOX
           GO TO MENU-PRINCIPAL.

      *Lote mensal: lista e grava os lembretes de revisao do mes.
      *Rodar de novo no mesmo mes so acrescenta os que faltarem
       LEMBRETES.

           DISPLAY "ANO/MES DOS LEMBRETES (AAAAMM): "
           ACCEPT ANOMESPEDIDO
           IF MESPEDIDO < 1 OR MESPEDIDO > 12
               DISPLAY "ANO/MES INVALIDO"
               GO TO MENU-PRINCIPAL
           END-IF
           MOVE ANOMESPEDIDO TO PRIMEIRODIA(1:6)
           MOVE "01" TO PRIMEIRODIA(7:2)

           MOVE "KMMES" TO PARAM-CODIGO
           MOVE 1000 TO PARAMPADRAO
           PERFORM BUSCAPARAM
           MOVE PARAMPADRAO TO KMMES

           MOVE "00" TO ERROVEI
           OPEN INPUT CADVEIC
           IF ERROVEI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEIC"
               GO TO MENU-PRINCIPAL
           END-IF
           OPEN INPUT CADPROPR
           OPEN INPUT CADDOCU
           OPEN INPUT CADGAR
           MOVE "00" TO ERROLEM
           OPEN I-O CADLEMB
           IF ERROLEM = "30" OR ERROLEM = "35"
               OPEN OUTPUT CADLEMB
               CLOSE CADLEMB
               OPEN I-O CADLEMB
           END-IF

           MOVE "LEMBRETES DE REVISAO" TO TITULOREL
           PERFORM ABRESPOOL

           STRING "REVISOES VENCENDO EM " ANOMESPEDIDO
               " (KM ESTIMADA: " KMMES " KM/MES)"
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE "CHASSI             CLIENTE              REV MOT FIL"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "  TELEFONE       E-MAIL" TO LINHAREL
           PERFORM GRAVAREL
           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL

           MOVE ZEROS TO QTLEMBRETES QTJAGERADOS
           MOVE "N" TO FIMLISTA
           PERFORM AVALIAVENDA UNTIL FIMLISTA = "S"

           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL
           STRING "LEMBRETES NOVOS: " QTLEMBRETES
               "  JA GERADOS ANTES: " QTJAGERADOS
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE "MOT: T = PELO TEMPO, K = PELA KM ESTIMADA" TO LINHAREL
           PERFORM GRAVAREL
           CLOSE ARQREL

           CLOSE CADVEIC
           CLOSE CADPROPR
           CLOSE CADDOCU
           CLOSE CADGAR
           CLOSE CADLEMB
           MOVE "00" TO ERRO

           DISPLAY " "
           DISPLAY "LEMBRETES NOVOS: " QTLEMBRETES
               "  JA GERADOS ANTES: " QTJAGERADOS
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO MENU-PRINCIPAL.

      *Le a proxima venda e confere se a revisao vence no mes
       AVALIAVENDA.

           READ CADVEIC NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF VEIC-STATUS = "V" AND DATAVENDA > ZEROS
                   AND DATAVENDA < PRIMEIRODIA
                   PERFORM BUSCAPLANO
                   IF ACHOUPLANO = "S"
                       PERFORM CALCULAVENCIMENTO
                           THRU CALCULAVENCIMENTO-FIM
                       IF VENCEREVISAO = "S"
                           PERFORM GRAVALEMBRETE
                               THRU GRAVALEMBRETE-FIM
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Acha o plano do modelo vendido, ou o plano geral da marca
       BUSCAPLANO.

           MOVE "S" TO ACHOUPLANO
           MOVE VEIC-MARCA TO PLR-MARCA
           MOVE VEIC-MODEL TO PLR-MODELO
           READ CADPLREV
               INVALID KEY
                   MOVE ZEROS TO PLR-MODELO
                   READ CADPLREV
                       INVALID KEY
                           MOVE "N" TO ACHOUPLANO
                   END-READ
           END-READ
           MOVE "00" TO ERRO.

      *Confere se uma revisao vence no mes pedido: pelo tempo, a cada
      *PLR-MESES desde a venda; pela km, quando a km estimada passa
      *de um multiplo de PLR-KM durante o mes
       CALCULAVENCIMENTO.

           MOVE "N" TO VENCEREVISAO
           MOVE DATAVENDA(1:4) TO ANOVENDA
           MOVE DATAVENDA(5:2) TO MESVENDA
           COMPUTE MESESDECOR = (ANOPEDIDO * 12 + MESPEDIDO)
               - (ANOVENDA * 12 + MESVENDA)
           IF MESESDECOR < 1
               GO TO CALCULAVENCIMENTO-FIM
           END-IF

           IF PLR-MESES > ZEROS
               DIVIDE MESESDECOR BY PLR-MESES GIVING QUOCIENTE
                   REMAINDER RESTO
               IF RESTO = ZEROS
                   MOVE "S" TO VENCEREVISAO
                   MOVE "T" TO MOTIVOTRAB
                   MOVE QUOCIENTE TO REVISAOTRAB
                   GO TO CALCULAVENCIMENTO-FIM
               END-IF
           END-IF

           IF PLR-KM > ZEROS
               MOVE CHASSI TO DOCU-CHASSI
               MOVE ZEROS TO DOCU-KM
               READ CADDOCU
                   INVALID KEY
                       MOVE ZEROS TO DOCU-KM
               END-READ
               MOVE DOCU-KM TO KMBASE
               COMPUTE KMFIMMES = KMBASE + MESESDECOR * KMMES
               COMPUTE KMMESANT = KMBASE + (MESESDECOR - 1) * KMMES
               DIVIDE KMFIMMES BY PLR-KM GIVING FAIXAFIM
               DIVIDE KMMESANT BY PLR-KM GIVING FAIXAANT
               IF FAIXAFIM > FAIXAANT
                   MOVE "S" TO VENCEREVISAO
                   MOVE "K" TO MOTIVOTRAB
                   COMPUTE REVISAOTRAB = FAIXAFIM
                   DIVIDE KMBASE BY PLR-KM GIVING FAIXAANT
                   SUBTRACT FAIXAANT FROM REVISAOTRAB
               END-IF
           END-IF.

       CALCULAVENCIMENTO-FIM.
           EXIT.

      *Grava o lembrete do chassi no mes e imprime a linha com o
      *contato do dono e a situacao da garantia
       GRAVALEMBRETE.

           MOVE CHASSI TO LEMB-CHASSI
           MOVE ANOMESPEDIDO TO LEMB-ANOMES
           READ CADLEMB
               INVALID KEY
                   MOVE "23" TO ERROLEM
           END-READ
           IF ERROLEM = "00"
               ADD 1 TO QTJAGERADOS
               GO TO GRAVALEMBRETE-FIM
           END-IF

           MOVE CHASSI TO LEMB-CHASSI
           MOVE ANOMESPEDIDO TO LEMB-ANOMES
           MOVE VEIC-CPF TO LEMB-CPF
           MOVE FILIAL TO LEMB-FILIAL
           MOVE DATAHOJE TO LEMB-DATA
           MOVE REVISAOTRAB TO LEMB-REVISAO
           MOVE MOTIVOTRAB TO LEMB-MOTIVO
           MOVE "P" TO LEMB-SITUACAO
           MOVE ZEROS TO LEMB-DATARET LEMB-OS
           WRITE REGLEMB
           IF ERROLEM NOT = "00" AND ERROLEM NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO LEMBRETE " CHASSI
               GO TO GRAVALEMBRETE-FIM
           END-IF
           ADD 1 TO QTLEMBRETES

           MOVE SPACES TO NOME EMAIL
           MOVE ZEROS TO DDD NUMERO
           MOVE VEIC-CPF TO CPF
           READ CADPROPR
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTR." TO NOME
           END-READ

           MOVE "SEM GARANTIA" TO GARANTIATEXTO
           MOVE CHASSI TO GAR-CHASSI
           MOVE DATAVENDA TO GAR-DATAVENDA
           READ CADGAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GAR-DATAFIM NOT < PRIMEIRODIA
                       MOVE SPACES TO GARANTIATEXTO
                       STRING "GARANTIA ATE " GAR-DATAFIM
                           DELIMITED BY SIZE INTO GARANTIATEXTO
                   END-IF
           END-READ

           STRING CHASSI "  " NOME " " LEMB-REVISAO "  " LEMB-MOTIVO
               "   " FILIAL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           STRING "  (" DDD ") " NUMERO "  " EMAIL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           STRING "  " GARANTIATEXTO
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL.

       GRAVALEMBRETE-FIM.
           EXIT.

      *Relatorio de retorno: lembretes do mes e quem ja abriu OS
       RETORNO.

           DISPLAY "ANO/MES DOS LEMBRETES (AAAAMM): "
           ACCEPT ANOMESPEDIDO

           MOVE "00" TO ERROLEM
           OPEN INPUT CADLEMB
           IF ERROLEM NOT = "00"
               DISPLAY "NENHUM LEMBRETE GERADO AINDA"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "RETORNO DOS LEMBRETES" TO TITULOREL
           PERFORM ABRESPOOL

           STRING "RETORNO DOS LEMBRETES DE " ANOMESPEDIDO
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE "CHASSI             FIL REV LEMBRADO  VOLTOU    OS"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL

           MOVE ZEROS TO QTRETORNOS QTPENDENTES
           MOVE "N" TO FIMLISTA
           PERFORM MOSTRARETORNO UNTIL FIMLISTA = "S"
           CLOSE CADLEMB

           IF QTRETORNOS + QTPENDENTES > ZEROS
               COMPUTE PCTRETORNO ROUNDED =
                   QTRETORNOS * 100 / (QTRETORNOS + QTPENDENTES)
           ELSE
               MOVE ZEROS TO PCTRETORNO
           END-IF
           MOVE PCTRETORNO TO LD-PCT

           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL
           STRING "VOLTARAM: " QTRETORNOS "  NAO VOLTARAM: "
               QTPENDENTES "  RETORNO: " LD-PCT "%"
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           CLOSE ARQREL

           DISPLAY " "
           DISPLAY "VOLTARAM: " QTRETORNOS "  NAO VOLTARAM: "
               QTPENDENTES "  RETORNO: " LD-PCT "%"
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO MENU-PRINCIPAL.

      *Le o proximo lembrete e relata se for do mes pedido
       MOSTRARETORNO.

           READ CADLEMB NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF LEMB-ANOMES = ANOMESPEDIDO
                   IF LEMB-SITUACAO = "R"
                       ADD 1 TO QTRETORNOS
                       STRING LEMB-CHASSI "  " LEMB-FILIAL "  "
                           LEMB-REVISAO "  " LEMB-DATA "  "
                           LEMB-DATARET "  " LEMB-OS
                           DELIMITED BY SIZE INTO LINHAREL
                   ELSE
                       ADD 1 TO QTPENDENTES
                       STRING LEMB-CHASSI "  " LEMB-FILIAL "  "
                           LEMB-REVISAO "  " LEMB-DATA "  NAO VOLTOU"
                           DELIMITED BY SIZE INTO LINHAREL
                   END-IF
                   PERFORM GRAVAREL
               END-IF
           END-IF.

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
           MOVE "P172REV" TO LOG-PROGRAMA
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

      *Fecha o plano de revisao antes de encerrar
       SAIR.

           CLOSE CADPLREV.

      *Fecha o programa
       FIM.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "REV" TO NOMERELATORIO(1:3)
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
           MOVE "P172REV" TO SPO-PROGRAMA
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
           STRING "P172REV  " TITULOREL "  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172REV.
