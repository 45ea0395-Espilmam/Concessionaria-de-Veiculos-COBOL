      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Sinal de reserva de veiculo, recebido no caixa. O
      *    cliente que quer segurar um carro do patio paga um sinal:
      *    fica um registro em CADSINL por chassi e CPF com valor,
      *    data, validade (parametro DIASSINL de CADPARAM, padrao 7
      *    dias) e o numero do recibo (contador RECIBO de CTRLNUM). O
      *    dinheiro entra pela sessao de caixa aberta do operador
      *    (CADCAIXA/CXMOV, como P172PAG) e o veiculo fica "R" em
      *    CADESTOQ. Na venda do chassi ao mesmo CPF (P172904 ou
      *    conversao de orcamento em P172ORC) o sinal entra sozinho
      *    como linha "S" da composicao do pagamento e passa a "U".
      *    Sinal vencido (o batch noturno P172LIB o marca "V" e lista
      *    os sinais a acertar) ou de cliente que desistiu e acertado
      *    aqui: devolucao integral (supervisor) ou desistencia, em
      *    que fica retido o percentual RETSINAL de CADPARAM (padrao
      *    100%) e o restante volta ao cliente. Toda devolucao sai da
      *    gaveta como movimento de saida em CXMOV (MOV-REFER iniciado
      *    por "DEVOL:"), descontado no fechamento do P172CXA.
      *    Situacoes: A ativo, V vencido, U usado na venda,
      *    D devolvido, R retido.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172SIN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSINL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-RECIBO
               FILE STATUS IS ERROSIN
               ALTERNATE RECORD KEY SIN-CHASSI DUPLICATES.
           SELECT CADESTOQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHASSI
               FILE STATUS IS ERRO.
           SELECT AGENDA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY EMAIL DUPLICATES.
           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CODIGO
               FILE STATUS IS ERRO.
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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

           FD CADSINL
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADSINL.DAT".
           01 REGSINL.
               02 SIN-RECIBO PIC 9(8) VALUE ZEROS.
               02 SIN-CHASSI PIC X(17) VALUE SPACES.
               02 SIN-CPF PIC 9(11) VALUE ZEROS.
               02 SIN-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 SIN-DATA PIC 9(8) VALUE ZEROS.
               02 SIN-VALIDADE PIC 9(8) VALUE ZEROS.
               02 SIN-SITUACAO PIC X(1) VALUE "A".
               02 SIN-SESSAO PIC 9(6) VALUE ZEROS.
               02 SIN-OPERADOR PIC X(20) VALUE SPACES.
               02 SIN-CONTRATO PIC 9(8) VALUE ZEROS.
               02 SIN-DATAACERTO PIC 9(8) VALUE ZEROS.
               02 SIN-VRRETIDO PIC 9(8)V99 VALUE ZEROS.
               02 SIN-VRDEVOLVIDO PIC 9(8)V99 VALUE ZEROS.

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

           FD CADPARAM
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPARAM.DAT".
           01 REGPARAM.
               02 PARAM-CODIGO PIC X(8) VALUE SPACES.
               02 PARAM-VALOR PIC 9(5)V99 VALUE ZEROS.
               02 PARAM-DESCRICAO PIC X(30) VALUE SPACES.

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

       WORKING-STORAGE SECTION.

           01 ERRO PIC X(2) VALUE "00".
           01 ERROSIN PIC X(2) VALUE "00".
           01 ERROLOCK PIC X(2) VALUE "00".
           01 ERROCX PIC X(2) VALUE "00".
           01 ERROMOV PIC X(2) VALUE "00".
           01 OPERADORLOGADO PIC X(20) VALUE SPACES.
           01 NIVELOPER PIC X(1) VALUE SPACES.
           01 SESSAOCAIXA PIC 9(6) VALUE ZEROS.
           01 FIMSESSAO PIC X(1) VALUE "N".
           01 PROXMOVSEQ PIC 9(5) VALUE ZEROS.
           01 LOCKOBTIDO PIC X(1) VALUE "N".
           01 CTRLNOME-TRAB PIC X(8) VALUE SPACES.
           01 TENTATIVASCTRL PIC 9(3) VALUE ZEROS.
           01 OPC PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 NUMRECIBO PIC 9(8) VALUE ZEROS.
           01 PARAMPADRAO PIC 9(5)V99 VALUE ZEROS.
           01 DIASSINAL PIC 9(3) VALUE ZEROS.
           01 PCT-RETENCAO PIC 9(3)V99 VALUE ZEROS.
           01 CHASSIPEDIDO PIC X(17) VALUE SPACES.
           01 CPFPEDIDO PIC 9(11) VALUE ZEROS.
           01 VALORPEDIDO PIC 9(8)V99 VALUE ZEROS.
           01 RECIBOPEDIDO PIC 9(8) VALUE ZEROS.
           01 SITUACAOANTES PIC X(1) VALUE SPACES.
           01 TEMSINAL PIC X(1) VALUE "N".
           01 TEMAGENDA PIC X(1) VALUE "N".
           01 NOMECLIENTE PIC X(20) VALUE SPACES.
           01 VALORMOV PIC 9(8)V99 VALUE ZEROS.
           01 REFERMOV PIC X(20) VALUE SPACES.
           01 NOVOSTATUS PIC X(1) VALUE SPACES.
           01 VALORRETIDO PIC 9(8)V99 VALUE ZEROS.
           01 QTLISTADOS PIC 9(5) VALUE ZEROS.

           01 LD-VALOR PIC Z(8),99 VALUE ZEROS.
           01 LD-RETIDO PIC Z(8),99 VALUE ZEROS.
           01 LD-DEVOLVIDO PIC Z(8),99 VALUE ZEROS.
           01 LD-RECIBO PIC Z(7)9 VALUE ZEROS.
           01 LD-PCT PIC ZZ9,99 VALUE ZEROS.
           01 REGPERIODO.
               02 PER-DATA PIC 9(8) VALUE ZEROS.
               02 PER-FECHADA PIC 9(6) VALUE ZEROS.
               02 PER-RESULTADO PIC X(1) VALUE "S".
               02 PER-MENSAGEM PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Cria o arquivo de sinais na primeira execucao e busca os
      *parametros de validade e de retencao
       ARQUIVO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE
           ACCEPT OPERADORLOGADO FROM ENVIRONMENT "USER"

           MOVE "DIASSINL" TO PARAM-CODIGO
           MOVE 7 TO PARAMPADRAO
           PERFORM BUSCAPARAM
           MOVE PARAMPADRAO TO DIASSINAL

           MOVE "RETSINAL" TO PARAM-CODIGO
           MOVE 100 TO PARAMPADRAO
           PERFORM BUSCAPARAM
           MOVE PARAMPADRAO TO PCT-RETENCAO
           IF PCT-RETENCAO > 100
               MOVE 100 TO PCT-RETENCAO
           END-IF

           OPEN I-O CADSINL
           IF ERROSIN NOT = "00"
               IF ERROSIN = "30" OR ERROSIN = "35"
                   OPEN OUTPUT CADSINL
                   CLOSE CADSINL
                   DISPLAY "ARQUIVO CADSINL SENDO CRIADO"
                   GO TO ARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSINL"
                   GO TO FIM
           ELSE
               CONTINUE.

      *Mostra um menu de opcoes para o usuario
       MENU-PRINCIPAL.

           PERFORM BUSCASESSAOCAIXA

           DISPLAY " "
           DISPLAY "SINAL DE RESERVA - OPERADOR " OPERADORLOGADO
           IF SESSAOCAIXA = ZEROS
               DISPLAY "AVISO: NENHUMA SESSAO DE CAIXA ABERTA PARA"
                   " ESSE OPERADOR (ABRA EM P172CXA)"
           END-IF
           DISPLAY "1 - RECEBER SINAL"
           DISPLAY "2 - CONSULTAR SINAIS"
           DISPLAY "3 - DEVOLVER SINAL (SUPERVISOR)"
           DISPLAY "4 - DESISTENCIA DO CLIENTE (RETENCAO)"
           DISPLAY "5 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
                   GO TO RECEBER
               ELSE IF OPC = "2"
                   GO TO CONSULTAR
               ELSE IF OPC = "3"
                   GO TO DEVOLVER
               ELSE IF OPC = "4"
                   GO TO DESISTENCIA
               ELSE IF OPC = "5"
                   GO TO SAIR
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Recebe o sinal de um veiculo do patio: exige sessao de caixa
      *aberta, veiculo disponivel (ou so com test-drive marcado) e
      *nenhum outro sinal ativo para o mesmo chassi
       RECEBER.

           IF SESSAOCAIXA = ZEROS
               DISPLAY "SINAL SO COM SESSAO DE CAIXA ABERTA (P172CXA)"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE DATAHOJE TO PER-DATA
           PERFORM CONFEREPERIODO
           IF PER-RESULTADO = "N"
               DISPLAY PER-MENSAGEM
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "CHASSI DO VEICULO: "
           ACCEPT CHASSIPEDIDO
           IF CHASSIPEDIDO = SPACES
               GO TO MENU-PRINCIPAL
           END-IF

           OPEN INPUT CADESTOQ
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADESTOQ"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF
           MOVE CHASSIPEDIDO TO EST-CHASSI
           READ CADESTOQ
           CLOSE CADESTOQ
           IF ERRO NOT = "00"
               DISPLAY "VEICULO NAO ESTA NO ESTOQUE DO PATIO"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF
           IF EST-STATUS NOT = "D" AND NOT = "R"
               DISPLAY "VEICULO NAO DISPONIVEL (SITUACAO " EST-STATUS
                   ")"
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM VERIFICASINAL
           IF TEMSINAL = "S"
               DISPLAY "VEICULO JA TEM SINAL ATIVO - RECIBO "
                   SIN-RECIBO
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "CPF DO CLIENTE: "
           ACCEPT CPFPEDIDO
           MOVE CPFPEDIDO TO CPF
           OPEN INPUT CADPROPR
           READ CADPROPR
           CLOSE CADPROPR
           IF ERRO NOT = "00"
               DISPLAY "CPF NAO ENCONTRADO EM CADPROPR"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF
           MOVE NOME TO NOMECLIENTE
           DISPLAY "CLIENTE: " NOMECLIENTE

           DISPLAY "VALOR DO SINAL: "
           ACCEPT VALORPEDIDO
           IF VALORPEDIDO <= 0
               DISPLAY "DIGITE UM VALOR MAIOR QUE ZERO"
               GO TO MENU-PRINCIPAL
           END-IF
           IF EST-VALOR > ZEROS AND VALORPEDIDO > EST-VALOR
               DISPLAY "SINAL MAIOR QUE O PRECO DO VEICULO"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE VALORPEDIDO TO LD-VALOR
           DISPLAY "CONFIRMA O SINAL DE " LD-VALOR " ? S/N"
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM PROXRECIBO

           MOVE NUMRECIBO TO SIN-RECIBO
           MOVE CHASSIPEDIDO TO SIN-CHASSI
           MOVE CPFPEDIDO TO SIN-CPF
           MOVE VALORPEDIDO TO SIN-VALOR
           MOVE DATAHOJE TO SIN-DATA
           COMPUTE SIN-VALIDADE = FUNCTION DATE-OF-INTEGER (
               FUNCTION INTEGER-OF-DATE (DATAHOJE) + DIASSINAL)
           MOVE "A" TO SIN-SITUACAO
           MOVE SESSAOCAIXA TO SIN-SESSAO
           MOVE OPERADORLOGADO TO SIN-OPERADOR
           MOVE ZEROS TO SIN-CONTRATO SIN-DATAACERTO
           MOVE ZEROS TO SIN-VRRETIDO SIN-VRDEVOLVIDO

           WRITE REGSINL
           IF ERROSIN NOT = "00" AND NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO SINAL. STATUS: " ERROSIN
               MOVE "00" TO ERROSIN
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE VALORPEDIDO TO VALORMOV
           MOVE CHASSIPEDIDO TO REFERMOV
           PERFORM GRAVACAIXA

           MOVE "R" TO NOVOSTATUS
           PERFORM MUDAESTOQUE

           MOVE "SINAL" TO LOG-OPERACAO
           MOVE SIN-RECIBO TO LOG-CHAVE
           PERFORM GRAVALOG

           PERFORM IMPRIMERECIBO
           GO TO MENU-PRINCIPAL.

      *Lista os sinais de um chassi (todas as situacoes) ou, com o
      *chassi em branco, todos os sinais ainda em aberto (A e V)
       CONSULTAR.

           DISPLAY "CHASSI (EM BRANCO = SINAIS EM ABERTO): "
           MOVE SPACES TO CHASSIPEDIDO
           ACCEPT CHASSIPEDIDO

           DISPLAY " "
           DISPLAY "RECIBO   CHASSI            CPF         SIT"
               "  VALIDADE       VALOR"
           MOVE ZEROS TO QTLISTADOS
           MOVE "N" TO FIMLISTA
           IF CHASSIPEDIDO = SPACES
               MOVE ZEROS TO SIN-RECIBO
               START CADSINL KEY IS NOT LESS THAN SIN-RECIBO
                   INVALID KEY
                       MOVE "S" TO FIMLISTA
               END-START
           ELSE
               MOVE CHASSIPEDIDO TO SIN-CHASSI
               START CADSINL KEY IS EQUAL TO SIN-CHASSI
                   INVALID KEY
                       MOVE "S" TO FIMLISTA
               END-START
           END-IF
           PERFORM MOSTRASINAL UNTIL FIMLISTA = "S"
           IF QTLISTADOS = ZEROS
               DISPLAY "NENHUM SINAL ENCONTRADO"
           END-IF
           MOVE "00" TO ERROSIN
           GO TO MENU-PRINCIPAL.

      *Le o proximo sinal e mostra se atende ao filtro da consulta
       MOSTRASINAL.

           READ CADSINL NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF CHASSIPEDIDO NOT = SPACES
                   AND SIN-CHASSI NOT = CHASSIPEDIDO
                   MOVE "S" TO FIMLISTA
               ELSE
                   IF CHASSIPEDIDO NOT = SPACES
                       OR SIN-SITUACAO = "A" OR SIN-SITUACAO = "V"
                       ADD 1 TO QTLISTADOS
                       MOVE SIN-VALOR TO LD-VALOR
                       DISPLAY SIN-RECIBO " " SIN-CHASSI " " SIN-CPF
                           "  " SIN-SITUACAO "   " SIN-VALIDADE " "
                           LD-VALOR
                       IF SIN-SITUACAO = "U"
                           DISPLAY "         USADO NO CONTRATO "
                               SIN-CONTRATO " EM " SIN-DATAACERTO
                       END-IF
                       IF SIN-SITUACAO = "D" OR SIN-SITUACAO = "R"
                           MOVE SIN-VRRETIDO TO LD-RETIDO
                           MOVE SIN-VRDEVOLVIDO TO LD-DEVOLVIDO
                           DISPLAY "         ACERTO EM "
                               SIN-DATAACERTO " RETIDO " LD-RETIDO
                               " DEVOLVIDO " LD-DEVOLVIDO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Devolve o sinal inteiro ao cliente (veiculo vendido a outro,
      *erro de cadastro, cortesia); so supervisor ou gerente
       DEVOLVER.

           MOVE SPACES TO NIVELOPER
           ACCEPT NIVELOPER FROM ENVIRONMENT "OPERNIVEL"
           IF NIVELOPER NOT = "2" AND NOT = "3"
               DISPLAY "DEVOLUCAO INTEGRAL SOMENTE COM SUPERVISOR"
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM LESINALACERTO THRU LESINALACERTO-FIM
           IF RECIBOPEDIDO = ZEROS
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE ZEROS TO VALORRETIDO
           MOVE SIN-VALOR TO VALORMOV
           MOVE VALORMOV TO LD-DEVOLVIDO
           DISPLAY "DEVOLVER " LD-DEVOLVIDO " AO CLIENTE ? S/N"
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "D" TO SIN-SITUACAO
           MOVE "DEVSIN" TO LOG-OPERACAO
           GO TO ACERTA.

      *Desistencia do cliente: fica retido o percentual RETSINAL do
      *sinal e o restante (se houver) e devolvido
       DESISTENCIA.

           PERFORM LESINALACERTO THRU LESINALACERTO-FIM
           IF RECIBOPEDIDO = ZEROS
               GO TO MENU-PRINCIPAL
           END-IF

           COMPUTE VALORRETIDO ROUNDED =
               SIN-VALOR * PCT-RETENCAO / 100
           COMPUTE VALORMOV = SIN-VALOR - VALORRETIDO
           MOVE PCT-RETENCAO TO LD-PCT
           MOVE VALORRETIDO TO LD-RETIDO
           MOVE VALORMOV TO LD-DEVOLVIDO
           DISPLAY "RETENCAO DE " LD-PCT "% (RETSINAL): " LD-RETIDO
           DISPLAY "DEVOLVER AO CLIENTE: " LD-DEVOLVIDO
           DISPLAY "CONFIRMA A DESISTENCIA ? S/N"
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "R" TO SIN-SITUACAO
           MOVE "RETSIN" TO LOG-OPERACAO
           GO TO ACERTA.

      *Grava o acerto do sinal, tira a devolucao da gaveta e libera o
      *veiculo que ainda estava reservado pelo sinal
       ACERTA.

           IF VALORMOV > ZEROS AND SESSAOCAIXA = ZEROS
               DISPLAY "DEVOLUCAO SO COM SESSAO DE CAIXA ABERTA"
                   " (P172CXA)"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE DATAHOJE TO SIN-DATAACERTO
           MOVE VALORRETIDO TO SIN-VRRETIDO
           MOVE VALORMOV TO SIN-VRDEVOLVIDO
           REWRITE REGSINL
           IF ERROSIN NOT = "00" AND NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO SINAL. STATUS: " ERROSIN
               MOVE "00" TO ERROSIN
               GO TO MENU-PRINCIPAL
           END-IF

           IF VALORMOV > ZEROS
               MOVE SPACES TO REFERMOV
               MOVE "DEVOL:" TO REFERMOV(1:6)
               MOVE SIN-RECIBO TO REFERMOV(7:8)
               MOVE SIN-RECIBO TO NUMRECIBO
               PERFORM GRAVACAIXA
           END-IF

           IF SITUACAOANTES = "A"
               PERFORM LIBERAVEICULO
           END-IF

           MOVE SIN-RECIBO TO LOG-CHAVE
           PERFORM GRAVALOG

           DISPLAY " "
           DISPLAY "ACERTO DO SINAL RECIBO " SIN-RECIBO
           DISPLAY "======================================"
           DISPLAY "CHASSI: " SIN-CHASSI
           DISPLAY "CPF: " SIN-CPF
           MOVE SIN-VALOR TO LD-VALOR
           DISPLAY "VALOR DO SINAL: " LD-VALOR
           DISPLAY "RETIDO:         " LD-RETIDO
           DISPLAY "DEVOLVIDO:      " LD-DEVOLVIDO
           DISPLAY "======================================"
           GO TO MENU-PRINCIPAL.

      *Le o sinal a acertar pelo recibo; so sinal ativo ou vencido
      *pode ser devolvido ou retido (RECIBOPEDIDO = 0 se recusado)
       LESINALACERTO.

           MOVE DATAHOJE TO PER-DATA
           PERFORM CONFEREPERIODO
           IF PER-RESULTADO = "N"
               DISPLAY PER-MENSAGEM
               MOVE ZEROS TO RECIBOPEDIDO
               GO TO LESINALACERTO-FIM
           END-IF

           DISPLAY "RECIBO DO SINAL: "
           ACCEPT RECIBOPEDIDO
           IF RECIBOPEDIDO = ZEROS
               GO TO LESINALACERTO-FIM
           END-IF

           MOVE RECIBOPEDIDO TO SIN-RECIBO
           READ CADSINL
           IF ERROSIN NOT = "00"
               DISPLAY "SINAL NAO ENCONTRADO"
               MOVE "00" TO ERROSIN
               MOVE ZEROS TO RECIBOPEDIDO
               GO TO LESINALACERTO-FIM
           END-IF

           IF SIN-SITUACAO NOT = "A" AND NOT = "V"
               DISPLAY "SINAL JA ACERTADO (SITUACAO " SIN-SITUACAO ")"
               MOVE ZEROS TO RECIBOPEDIDO
               GO TO LESINALACERTO-FIM
           END-IF

           MOVE SIN-SITUACAO TO SITUACAOANTES
           MOVE SIN-VALOR TO LD-VALOR
           DISPLAY "CHASSI: " SIN-CHASSI "  CPF: " SIN-CPF
           DISPLAY "VALOR: " LD-VALOR "  DATA: " SIN-DATA
               "  VALIDADE: " SIN-VALIDADE.

       LESINALACERTO-FIM.
           EXIT.

      *Confere se o chassi pedido ja tem sinal ativo em CADSINL
      *(chave alternativa SIN-CHASSI)
       VERIFICASINAL.

           MOVE "N" TO TEMSINAL
           MOVE "N" TO FIMLISTA
           MOVE CHASSIPEDIDO TO SIN-CHASSI
           START CADSINL KEY IS EQUAL TO SIN-CHASSI
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM TESTASINAL UNTIL FIMLISTA = "S"
               OR TEMSINAL = "S"
           MOVE "00" TO ERROSIN.

      *Le o proximo sinal do chassi e testa se esta ativo
       TESTASINAL.

           READ CADSINL NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF SIN-CHASSI NOT = CHASSIPEDIDO
                   MOVE "S" TO FIMLISTA
               ELSE
                   IF SIN-SITUACAO = "A"
                       MOVE "S" TO TEMSINAL
                   END-IF
               END-IF
           END-IF.

      *Devolve para "D" o veiculo do sinal acertado, se ainda estava
      *reservado e nao tem test-drive ativo na agenda (P172AGE)
       LIBERAVEICULO.

           MOVE "N" TO TEMAGENDA
           MOVE "N" TO FIMLISTA
           OPEN INPUT AGENDA
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
           ELSE
               MOVE SIN-CHASSI TO AGE-CHASSI
               MOVE ZEROS TO AGE-DATA AGE-HORAINI
               START AGENDA KEY IS NOT LESS THAN AGE-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIMLISTA
               END-START
               PERFORM TESTAAGENDA UNTIL FIMLISTA = "S"
                   OR TEMAGENDA = "S"
               CLOSE AGENDA
           END-IF

           IF TEMAGENDA = "N"
               OPEN INPUT CADESTOQ
               IF ERRO = "00"
                   MOVE SIN-CHASSI TO EST-CHASSI
                   READ CADESTOQ
                   CLOSE CADESTOQ
                   IF ERRO = "00" AND EST-STATUS = "R"
                       MOVE "D" TO NOVOSTATUS
                       PERFORM MUDAESTOQUE
                       DISPLAY "VEICULO LIBERADO (DISPONIVEL)"
                   END-IF
               END-IF
               MOVE "00" TO ERRO
           END-IF.

      *Le a proxima reserva de test-drive do chassi e testa se ativa
       TESTAAGENDA.

           READ AGENDA NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF AGE-CHASSI NOT = SIN-CHASSI
                   MOVE "S" TO FIMLISTA
               ELSE
                   IF AGE-SITUACAO = "A"
                       MOVE "S" TO TEMAGENDA
                   END-IF
               END-IF
           END-IF.

      *Regrava o veiculo de EST-CHASSI em CADESTOQ com a situacao
      *NOVOSTATUS
       MUDAESTOQUE.

           OPEN I-O CADESTOQ
           IF ERRO = "00"
               READ CADESTOQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOVOSTATUS TO EST-STATUS
                       REWRITE REGEST
               END-READ
               CLOSE CADESTOQ
           END-IF
           MOVE "00" TO ERRO.

      *Imprime o recibo numerado do sinal recem recebido
       IMPRIMERECIBO.

           MOVE SIN-RECIBO TO LD-RECIBO
           MOVE SIN-VALOR TO LD-VALOR

           DISPLAY " "
           DISPLAY "RECIBO DE SINAL NR " LD-RECIBO
           DISPLAY "======================================"
           DISPLAY "DATA: " SIN-DATA
           DISPLAY "CLIENTE: " NOMECLIENTE
           DISPLAY "CPF: " SIN-CPF
           DISPLAY "CHASSI: " SIN-CHASSI
           DISPLAY "VALOR DO SINAL: " LD-VALOR
           DISPLAY "RESERVA VALIDA ATE: " SIN-VALIDADE
           MOVE PCT-RETENCAO TO LD-PCT
           DISPLAY "NA DESISTENCIA FICAM RETIDOS " LD-PCT "%"
           DISPLAY "======================================".

      *Busca o proximo numero de recibo no contador RECIBO de CTRLNUM
      *(o mesmo do P172PAG), criando o contador na primeira vez
       PROXRECIBO.

           MOVE "RECIBO" TO CTRLNOME-TRAB
           PERFORM BLOQUEIACTRL
           OPEN I-O CTRLNUM
           IF ERRO = "30" OR ERRO = "35"
               OPEN OUTPUT CTRLNUM
               CLOSE CTRLNUM
               OPEN I-O CTRLNUM
           END-IF

           MOVE "RECIBO" TO CTRL-NOME
           READ CTRLNUM
               INVALID KEY
                   MOVE "RECIBO" TO CTRL-NOME
                   MOVE 1 TO CTRL-ULTIMO
                   WRITE REGCTRL
               NOT INVALID KEY
                   ADD 1 TO CTRL-ULTIMO
                   REWRITE REGCTRL
           END-READ

           MOVE CTRL-ULTIMO TO NUMRECIBO
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

      *Confere pelo P172PER se a data em PER-DATA esta em competencia
      *ja fechada no fechamento mensal (PER-RESULTADO = "N")
       CONFEREPERIODO.
           CALL "P172PER" USING REGPERIODO.

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
           MOVE "P172SIN" TO LOG-PROGRAMA
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

      *Grava o movimento do sinal na sessao de caixa aberta (CXMOV):
      *entrada do sinal recebido, ou saida (MOV-REFER "DEVOL:" +
      *recibo) do valor devolvido ao cliente; VALORMOV, REFERMOV e
      *NUMRECIBO ja vem preenchidos pelo chamador
       GRAVACAIXA.

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
           MOVE VALORMOV TO MOV-VALOR
           MOVE "P172SIN" TO MOV-ORIGEM
           MOVE REFERMOV TO MOV-REFER
           WRITE REGMOV
           CLOSE CXMOV
           MOVE "00" TO ERROMOV.

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

      *Fecha o arquivo de sinais antes de encerrar
       SAIR.

           CLOSE CADSINL.

      *Fecha o programa
       FIM.

           GOBACK.

       END PROGRAM P172SIN.
