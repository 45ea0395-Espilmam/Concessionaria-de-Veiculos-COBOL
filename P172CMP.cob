      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Fechamento mensal da competencia. Depois que o DRE
      *    (P172DRE), a apuracao fiscal (P172APU) e a exportacao
      *    contabil (P172CTB) de um mes foram tirados, o mes e fechado
      *    aqui e passa a ser gravado em CADPARAM no parametro MESFECH
      *    (AAAA,MM - ano na parte inteira, mes nos centavos). A
      *    partir dai a venda e o cancelamento (P172904), a conversao
      *    de orcamento (P172ORC), a baixa no caixa (P172PAG), a
      *    renegociacao (P172REN), as sessoes de caixa (P172CXA), a
      *    oficina (P172OSS), a re-exportacao de NF (P172NFE) e o
      *    fechamento de comissao (P172FEC) recusam gravar movimento
      *    com data de negocio ate o fim desse mes (conferencia pelo
      *    P172PER). As competencias fecham em ordem, uma de cada vez,
      *    e so mes ja encerrado. Antes de fechar sai no spool
      *    (P172SPO) o checklist do mes: sessoes de caixa ainda
      *    abertas, NF emitidas e nao exportadas para NFSAIDA.TXT e
      *    registros do retorno do banco (BOLRET.TXT) ainda nao
      *    processados pelo P172BOL. Fechar exige nivel 2 ou 3; a
      *    reabertura e so do gerente e reabre a competencia pedida e
      *    todas as seguintes. Fechamento e reabertura ficam no
      *    LOGTRANS (FECHA/REABRE, chave AAAAMM).
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172CMP.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CODIGO
               FILE STATUS IS ERRO.
           SELECT CADCAIXA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-NUMERO
               FILE STATUS IS ERROCX.
           SELECT CADNF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-NUMERO
               FILE STATUS IS ERRONF.
           SELECT NFSAIDA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRONFS.
           SELECT BOLRET ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRORET.
           SELECT CADPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS ERROPRC.
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

           FD CADPARAM
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPARAM.DAT".
           01 REGPARAM.
               02 PARAM-CODIGO PIC X(8) VALUE SPACES.
               02 PARAM-VALOR PIC 9(5)V99 VALUE ZEROS.
               02 PARAM-DESCRICAO PIC X(30) VALUE SPACES.

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

           FD BOLRET
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "BOLRET.TXT".
           01 REGRET.
               02 RET-CONTRATO PIC 9(8) VALUE ZEROS.
               02 RET-MARCA PIC 9(3) VALUE ZEROS.
               02 RET-MODELO PIC 9(3) VALUE ZEROS.
               02 RET-CPF PIC 9(11) VALUE ZEROS.
               02 RET-NUMERO PIC 9(3) VALUE ZEROS.
               02 RET-DATALIQ PIC 9(8) VALUE ZEROS.
               02 RET-VRLIQ PIC 9(8)V99 VALUE ZEROS.

           FD CADPARC
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPARC.DAT".
           01 REGPARC.
               02 PARC-CHAVE.
                   03 PARC-CONTRATO PIC 9(8) VALUE ZEROS.
                   03 PARC-NUMERO PIC 9(3) VALUE ZEROS.
               02 PARC-VEICULO.
                   03 PARC-MARCA PIC 9(3) VALUE ZEROS.
                   03 PARC-MODELO PIC 9(3) VALUE ZEROS.
                   03 PARC-CPF PIC 9(11) VALUE ZEROS.
               02 PARC-VENCIMENTO PIC 9(8) VALUE ZEROS.
               02 PARC-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 PARC-PAGO PIC X(1) VALUE "N".
               02 PARC-DATAPGTO PIC 9(8) VALUE ZEROS.
               02 PARC-VRPAGO PIC 9(8)V99 VALUE ZEROS.
               02 PARC-RECIBO PIC 9(8) VALUE ZEROS.

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


           01 ERRO PIC X(2) VALUE "00".
           01 ERROCX PIC X(2) VALUE "00".
           01 ERRONF PIC X(2) VALUE "00".
           01 ERRONFS PIC X(2) VALUE "00".
           01 ERRORET PIC X(2) VALUE "00".
           01 ERROPRC PIC X(2) VALUE "00".
           01 OPC PIC X(1) VALUE SPACES.
           01 NIVELOPER PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 ACHOUPARAM PIC X(1) VALUE "N".

      *    competencia digitada (AAAAMM)
           01 COMPPEDIDA PIC 9(6) VALUE ZEROS.
           01 COMPPEDIDA-R REDEFINES COMPPEDIDA.
               02 COMP-ANO PIC 9(4).
               02 COMP-MES PIC 9(2).
      *    ultima competencia fechada (AAAAMM, zero = nenhuma) e a
      *    competencia vizinha calculada a partir dela
           01 ULTIMAFECHADA PIC 9(6) VALUE ZEROS.
           01 COMPTRAB PIC 9(6) VALUE ZEROS.
           01 COMPTRAB-R REDEFINES COMPTRAB.
               02 TRAB-ANO PIC 9(4).
               02 TRAB-MES PIC 9(2).
      *    MESFECH de CADPARAM: ano na parte inteira, mes nos centavos
           01 MESFECH PIC 9(5)V99 VALUE ZEROS.
           01 MESFECH-R REDEFINES MESFECH.
               02 FILLER PIC 9(1).
               02 MESFECH-ANO PIC 9(4).
               02 MESFECH-MES PIC 9(2).

           01 QTCAIXAS PIC 9(5) VALUE ZEROS.
           01 QTNFPEND PIC 9(5) VALUE ZEROS.
           01 QTRETPEND PIC 9(5) VALUE ZEROS.
           01 QTPENDENCIAS PIC 9(6) VALUE ZEROS.

      *    faixa de NF emitidas na competencia e marca de exportada
      *    por numero (a numeracao do NOTAFISC nao pula)
           01 MENORNF PIC 9(6) VALUE ZEROS.
           01 MAIORNF PIC 9(6) VALUE ZEROS.
           01 IXNF PIC 9(6) VALUE ZEROS.
           01 ESTOUROUNF PIC X(1) VALUE "N".
           01 TABNF.
               02 NF-EXPORTADA PIC X(1) OCCURS 9999 TIMES.

           01 LD-VALOR PIC Z(8),99 VALUE ZEROS.
           01 LD-QTDE PIC Z(5)9 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Mostra a ultima competencia fechada e o menu de opcoes
       MENU-PRINCIPAL.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE
           PERFORM LEFECHADA

           DISPLAY " "
           DISPLAY "FECHAMENTO MENSAL DA COMPETENCIA"
           IF ULTIMAFECHADA = ZEROS
               DISPLAY "NENHUMA COMPETENCIA FECHADA"
           ELSE
               DISPLAY "ULTIMA COMPETENCIA FECHADA: "
                   ULTIMAFECHADA(5:2) "/" ULTIMAFECHADA(1:4)
           END-IF
           DISPLAY "1 - CHECKLIST DE FECHAMENTO (SO CONFERE)"
           DISPLAY "2 - FECHAR COMPETENCIA"
           DISPLAY "3 - REABRIR COMPETENCIA (GERENTE)"
           DISPLAY "4 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
                   GO TO CONFERIR
               ELSE IF OPC = "2"
                   GO TO FECHAR
               ELSE IF OPC = "3"
                   GO TO REABRIR
               ELSE IF OPC = "4"
                   GO TO FIM
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Tira o checklist de uma competencia sem fechar nada
       CONFERIR.

           DISPLAY "COMPETENCIA A CONFERIR (AAAAMM): "
           ACCEPT COMPPEDIDA
           IF COMP-MES < 1 OR COMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM CHECKLIST
           GO TO MENU-PRINCIPAL.

      *Fecha a competencia seguinte a ultima fechada: so mes ja
      *encerrado, checklist no spool e confirmacao antes de gravar
       FECHAR.

           MOVE SPACES TO NIVELOPER
           ACCEPT NIVELOPER FROM ENVIRONMENT "OPERNIVEL"
           IF NIVELOPER NOT = "2" AND NOT = "3"
               DISPLAY "FECHAMENTO SOMENTE PARA NIVEL 2 OU 3"
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "COMPETENCIA A FECHAR (AAAAMM): "
           ACCEPT COMPPEDIDA
           IF COMP-MES < 1 OR COMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO MENU-PRINCIPAL
           END-IF
           IF COMPPEDIDA >= DATAHOJE(1:6)
               DISPLAY "SO SE FECHA MES JA ENCERRADO"
               GO TO MENU-PRINCIPAL
           END-IF

           IF ULTIMAFECHADA > ZEROS
               IF COMPPEDIDA <= ULTIMAFECHADA
                   DISPLAY "COMPETENCIA JA FECHADA"
                   GO TO MENU-PRINCIPAL
               END-IF
               MOVE ULTIMAFECHADA TO COMPTRAB
               PERFORM MESSEGUINTE
               IF COMPPEDIDA NOT = COMPTRAB
                   DISPLAY "FECHE ANTES A COMPETENCIA " TRAB-MES "/"
                       TRAB-ANO
                   GO TO MENU-PRINCIPAL
               END-IF
           END-IF

           PERFORM CHECKLIST

           IF QTPENDENCIAS > ZEROS
               DISPLAY "ATENCAO: HA " QTPENDENCIAS " PENDENCIAS NO"
                   " CHECKLIST (VER O SPOOL)"
           END-IF
           DISPLAY "CONFIRMA O FECHAMENTO DE " COMP-MES "/" COMP-ANO
               " ? S/N"
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE COMPPEDIDA TO COMPTRAB
           PERFORM GRAVAFECHADA
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DE MESFECH EM CADPARAM"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "COMPETENCIA " COMP-MES "/" COMP-ANO " FECHADA"
           MOVE "FECHA" TO LOG-OPERACAO
           MOVE COMPPEDIDA TO LOG-CHAVE
           PERFORM GRAVALOG
           GO TO MENU-PRINCIPAL.

      *Reabre a competencia pedida (e todas as seguintes): MESFECH
      *volta para o mes anterior a ela. So gerente, com registro
       REABRIR.

           MOVE SPACES TO NIVELOPER
           ACCEPT NIVELOPER FROM ENVIRONMENT "OPERNIVEL"
           IF NIVELOPER NOT = "3"
               DISPLAY "SOMENTE GERENTE REABRE COMPETENCIA"
               GO TO MENU-PRINCIPAL
           END-IF

           IF ULTIMAFECHADA = ZEROS
               DISPLAY "NENHUMA COMPETENCIA FECHADA"
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "COMPETENCIA A REABRIR (AAAAMM): "
           ACCEPT COMPPEDIDA
           IF COMP-MES < 1 OR COMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO MENU-PRINCIPAL
           END-IF
           IF COMPPEDIDA > ULTIMAFECHADA
               DISPLAY "COMPETENCIA NAO ESTA FECHADA"
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "FICAM ABERTAS AS COMPETENCIAS DE " COMP-MES "/"
               COMP-ANO " ATE " ULTIMAFECHADA(5:2) "/"
               ULTIMAFECHADA(1:4)
           DISPLAY "DRE, APURACAO E EXPORTACAO CONTABIL DESSES MESES"
               " DEVEM SER REFEITOS"
           DISPLAY "CONFIRMA A REABERTURA ? S/N"
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE COMPPEDIDA TO COMPTRAB
           PERFORM MESANTERIOR
           PERFORM GRAVAFECHADA
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DE MESFECH EM CADPARAM"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "COMPETENCIA " COMP-MES "/" COMP-ANO " REABERTA"
           MOVE "REABRE" TO LOG-OPERACAO
           MOVE COMPPEDIDA TO LOG-CHAVE
           PERFORM GRAVALOG
           GO TO MENU-PRINCIPAL.

      *Le em CADPARAM a ultima competencia fechada (MESFECH)
       LEFECHADA.

           MOVE ZEROS TO ULTIMAFECHADA MESFECH
           OPEN INPUT CADPARAM
           IF ERRO = "00"
               MOVE "MESFECH" TO PARAM-CODIGO
               READ CADPARAM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAM-VALOR TO MESFECH
               END-READ
               CLOSE CADPARAM
           END-IF
           MOVE "00" TO ERRO
           IF MESFECH-ANO > ZEROS
               MOVE MESFECH-ANO TO ULTIMAFECHADA(1:4)
               MOVE MESFECH-MES TO ULTIMAFECHADA(5:2)
           END-IF.

      *Grava COMPTRAB como ultima competencia fechada em MESFECH
       GRAVAFECHADA.

           OPEN I-O CADPARAM
           IF ERRO = "30" OR ERRO = "35"
               OPEN OUTPUT CADPARAM
               CLOSE CADPARAM
               OPEN I-O CADPARAM
           END-IF

           MOVE "MESFECH" TO PARAM-CODIGO
           MOVE "N" TO ACHOUPARAM
           READ CADPARAM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ACHOUPARAM
           END-READ

           MOVE ZEROS TO MESFECH
           MOVE TRAB-ANO TO MESFECH-ANO
           MOVE TRAB-MES TO MESFECH-MES
           MOVE "MESFECH" TO PARAM-CODIGO
           MOVE MESFECH TO PARAM-VALOR
           MOVE "ULTIMA COMPETENCIA FECHADA" TO PARAM-DESCRICAO
           IF ACHOUPARAM = "S"
               REWRITE REGPARAM
           ELSE
               WRITE REGPARAM
           END-IF
           IF ERRO = "02"
               MOVE "00" TO ERRO
           END-IF
           CLOSE CADPARAM.

      *Avanca COMPTRAB (AAAAMM) para o mes seguinte
       MESSEGUINTE.

           IF TRAB-MES = 12
               ADD 1 TO TRAB-ANO
               MOVE 1 TO TRAB-MES
           ELSE
               ADD 1 TO TRAB-MES
           END-IF.

      *Recua COMPTRAB (AAAAMM) para o mes anterior
       MESANTERIOR.

           IF TRAB-MES = 1
               SUBTRACT 1 FROM TRAB-ANO
               MOVE 12 TO TRAB-MES
           ELSE
               SUBTRACT 1 FROM TRAB-MES
           END-IF.

      *Checklist da competencia COMPPEDIDA no spool: caixas abertos,
      *NF nao exportadas e retornos de boleto nao processados
       CHECKLIST.

           MOVE ZEROS TO QTCAIXAS QTNFPEND QTRETPEND QTPENDENCIAS
           PERFORM ABRESPOOL

           STRING "COMPETENCIA " COMP-MES "/" COMP-ANO
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           PERFORM GRAVAREL

           PERFORM CONFERECAIXAS
           PERFORM CONFERENF THRU CONFERENF-FIM
           PERFORM CONFERERETORNO

           COMPUTE QTPENDENCIAS = QTCAIXAS + QTNFPEND + QTRETPEND
           MOVE "====================================================="
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE QTCAIXAS TO LD-QTDE
           STRING "SESSOES DE CAIXA ABERTAS:      " LD-QTDE
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE QTNFPEND TO LD-QTDE
           STRING "NF NAO EXPORTADAS:             " LD-QTDE
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE QTRETPEND TO LD-QTDE
           STRING "RETORNOS DE BOLETO PENDENTES:  " LD-QTDE
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           CLOSE ARQREL

           DISPLAY "CHECKLIST DA COMPETENCIA " COMP-MES "/" COMP-ANO
           DISPLAY "SESSOES DE CAIXA ABERTAS:     " QTCAIXAS
           DISPLAY "NF NAO EXPORTADAS:            " QTNFPEND
           DISPLAY "RETORNOS DE BOLETO PENDENTES: " QTRETPEND
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO.

      *Sessoes de caixa abertas na competencia ou antes dela
       CONFERECAIXAS.

           MOVE "SESSOES DE CAIXA AINDA ABERTAS (P172CXA)" TO LINHAREL
           PERFORM GRAVAREL
           MOVE "SESSAO  OPERADOR              ABERTURA" TO LINHAREL
           PERFORM GRAVAREL

           MOVE "00" TO ERROCX
           OPEN INPUT CADCAIXA
           IF ERROCX NOT = "00"
               MOVE "  (CADCAIXA AUSENTE)" TO LINHAREL
               PERFORM GRAVAREL
               MOVE "00" TO ERROCX
           ELSE
               MOVE "N" TO FIMLISTA
               PERFORM UNTIL FIMLISTA = "S"
                   READ CADCAIXA NEXT RECORD
                       AT END
                           MOVE "S" TO FIMLISTA
                   END-READ
                   IF FIMLISTA NOT = "S"
                       IF CX-SITUACAO = "A"
                           AND CX-DATAABERT(1:6) <= COMPPEDIDA
                           ADD 1 TO QTCAIXAS
                           STRING CX-NUMERO "  " CX-OPERADOR "  "
                               CX-DATAABERT
                               DELIMITED BY SIZE INTO LINHAREL
                           PERFORM GRAVAREL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CADCAIXA
           END-IF
           PERFORM GRAVAREL.

      *NF emitidas na competencia que nao estao no NFSAIDA.TXT: acha a
      *faixa de numeros do mes no CADNF, marca os numeros exportados
      *e lista os que ficaram sem marca
       CONFERENF.

           MOVE "NF EMITIDAS E NAO EXPORTADAS (NFSAIDA.TXT)"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "NF      DATA      COMPRADOR             VALOR"
               TO LINHAREL
           PERFORM GRAVAREL

           MOVE ZEROS TO MENORNF MAIORNF
           MOVE "N" TO ESTOUROUNF
           MOVE "00" TO ERRONF
           OPEN INPUT CADNF
           IF ERRONF NOT = "00"
               MOVE "  (CADNF AUSENTE)" TO LINHAREL
               PERFORM GRAVAREL
               PERFORM GRAVAREL
               MOVE "00" TO ERRONF
               GO TO CONFERENF-FIM
           END-IF

           MOVE "N" TO FIMLISTA
           PERFORM UNTIL FIMLISTA = "S"
               READ CADNF NEXT RECORD
                   AT END
                       MOVE "S" TO FIMLISTA
               END-READ
               IF FIMLISTA NOT = "S"
                   AND NF-DATA(1:6) = COMPPEDIDA
                   IF MENORNF = ZEROS
                       MOVE NF-NUMERO TO MENORNF
                   END-IF
                   MOVE NF-NUMERO TO MAIORNF
               END-IF
           END-PERFORM

           IF MENORNF = ZEROS
               CLOSE CADNF
               MOVE "  (NENHUMA NF NA COMPETENCIA)" TO LINHAREL
               PERFORM GRAVAREL
               PERFORM GRAVAREL
               GO TO CONFERENF-FIM
           END-IF
           IF MAIORNF - MENORNF >= 9999
               MOVE "S" TO ESTOUROUNF
               COMPUTE MAIORNF = MENORNF + 9998
           END-IF

           MOVE ALL "N" TO TABNF
           MOVE "00" TO ERRONFS
           OPEN INPUT NFSAIDA
           IF ERRONFS = "00"
               MOVE "N" TO FIMLISTA
               PERFORM UNTIL FIMLISTA = "S"
                   READ NFSAIDA
                       AT END
                           MOVE "S" TO FIMLISTA
                   END-READ
                   IF FIMLISTA NOT = "S"
                       AND NFS-NUMERO >= MENORNF
                       AND NFS-NUMERO <= MAIORNF
                       COMPUTE IXNF = NFS-NUMERO - MENORNF + 1
                       MOVE "S" TO NF-EXPORTADA (IXNF)
                   END-IF
               END-PERFORM
               CLOSE NFSAIDA
           END-IF
           MOVE "00" TO ERRONFS

           MOVE MENORNF TO NF-NUMERO
           START CADNF KEY IS NOT LESS THAN NF-NUMERO
               INVALID KEY
                   MOVE "S" TO FIMLISTA
               NOT INVALID KEY
                   MOVE "N" TO FIMLISTA
           END-START
           PERFORM UNTIL FIMLISTA = "S"
               READ CADNF NEXT RECORD
                   AT END
                       MOVE "S" TO FIMLISTA
               END-READ
               IF FIMLISTA NOT = "S"
                   IF NF-NUMERO > MAIORNF
                       MOVE "S" TO FIMLISTA
                   ELSE
                       COMPUTE IXNF = NF-NUMERO - MENORNF + 1
                       IF NF-DATA(1:6) = COMPPEDIDA
                           AND NF-EXPORTADA (IXNF) = "N"
                           ADD 1 TO QTNFPEND
                           MOVE NF-VALORVENDA TO LD-VALOR
                           STRING NF-NUMERO "  " NF-DATA "  "
                               NF-NOME "  " LD-VALOR
                               DELIMITED BY SIZE INTO LINHAREL
                           PERFORM GRAVAREL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CADNF
           MOVE "00" TO ERRONF

           IF ESTOUROUNF = "S"
               MOVE "  (MAIS DE 9999 NF NO MES - CONFERIDAS AS 9999"
                   TO LINHAREL
               PERFORM GRAVAREL
               MOVE "   PRIMEIRAS)" TO LINHAREL
               PERFORM GRAVAREL
           END-IF
           PERFORM GRAVAREL.

       CONFERENF-FIM.
           EXIT.

      *Registros do retorno do banco com liquidacao ate a competencia
      *cuja parcela continua em aberto: o retorno nao foi processado
      *pelo P172BOL
       CONFERERETORNO.

           MOVE "RETORNO DE BOLETOS NAO PROCESSADO (BOLRET.TXT)"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "CONTRATO  PARC  LIQUIDACAO  VALOR" TO LINHAREL
           PERFORM GRAVAREL

           MOVE "00" TO ERRORET
           OPEN INPUT BOLRET
           IF ERRORET NOT = "00"
               MOVE "  (BOLRET.TXT AUSENTE)" TO LINHAREL
               PERFORM GRAVAREL
               MOVE "00" TO ERRORET
           ELSE
               MOVE "00" TO ERROPRC
               OPEN INPUT CADPARC
               MOVE "N" TO FIMLISTA
               PERFORM UNTIL FIMLISTA = "S"
                   READ BOLRET
                       AT END
                           MOVE "S" TO FIMLISTA
                   END-READ
                   IF FIMLISTA NOT = "S"
                       AND RET-DATALIQ(1:6) <= COMPPEDIDA
                       AND ERROPRC = "00"
                       MOVE RET-CONTRATO TO PARC-CONTRATO
                       MOVE RET-NUMERO TO PARC-NUMERO
                       READ CADPARC
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF PARC-PAGO = "N"
                                   PERFORM LISTARETORNO
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
               IF ERROPRC = "00"
                   CLOSE CADPARC
               END-IF
               CLOSE BOLRET
               MOVE "00" TO ERROPRC
           END-IF
           PERFORM GRAVAREL.

      *Grava no checklist o registro de retorno ainda nao aplicado
       LISTARETORNO.

           ADD 1 TO QTRETPEND
           MOVE RET-VRLIQ TO LD-VALOR
           STRING RET-CONTRATO "  " RET-NUMERO "   " RET-DATALIQ "  "
               LD-VALOR
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
           MOVE "P172CMP" TO LOG-PROGRAMA
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
           MOVE "CMP" TO NOMERELATORIO(1:3)
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
           MOVE "P172CMP" TO SPO-PROGRAMA
           MOVE DATAHORAREL TO SPO-DATAHORA
           MOVE "CHECKLIST DE FECHAMENTO" TO SPO-TITULO
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
           STRING "P172CMP  CHECKLIST DE FECHAMENTO  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172CMP.
