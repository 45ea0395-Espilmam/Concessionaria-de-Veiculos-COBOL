      *      saldo devedor que nao couber carrega para o mes
      *      seguinte; nova opcao de relatorio de estornos pendentes
      *      e aplicados por vendedor.
      * Mod: 15/10/2026 - o razao de comissoes (CADCOMI) guarda o
      *      numero do contrato da venda em COMI-CONTRATO.
      * Mod: 15/10/2026 - periodo de competencia ja fechada (P172CMP)
      *      nao e mais fechado aqui, conferido pelo P172PER.
      * Mod: 15/10/2026 - a linha da folha de cada vendedor vira
      *      titulo no contas a pagar (P172TIT, documento FOLHA +
      *      periodo); o refechamento do mesmo periodo soma no
      *      titulo do vendedor.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
           SELECT CADVEND ASSIGN TO DISK
               02 COMI-VRCOM PIC 9(8)V99 VALUE ZEROS.
               02 COMI-VALORVENDA PIC 9(8)V99 VALUE ZEROS.
               02 COMI-FILIAL PIC 9(2) VALUE ZEROS.
               02 COMI-CONTRATO PIC 9(8) VALUE ZEROS.

           FD CADVEIC
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 VEIC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 VEICULO.
                   03 VEIC-MARCA PIC 9(3) VALUE ZEROES.
                   03 VEIC-MODEL PIC 9(3) VALUE ZEROES.
           01 QTESTAPLIC PIC 9(5) VALUE ZEROS.
           01 LD-DESCONTO PIC Z(9),99 VALUE ZEROS.
           01 LD-RESTO PIC Z(9),99 VALUE ZEROS.
           01 REGPERIODO.
               02 PER-DATA PIC 9(8) VALUE ZEROS.
               02 PER-FECHADA PIC 9(6) VALUE ZEROS.
               02 PER-RESULTADO PIC X(1) VALUE "S".
               02 PER-MENSAGEM PIC X(40) VALUE SPACES.
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
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

               GO TO FECHARMES
           END-IF

           MOVE PERIODOPEDIDO TO PER-DATA(1:6)
           MOVE "01" TO PER-DATA(7:2)
           PERFORM CONFEREPERIODO
           IF PER-RESULTADO = "N"
               DISPLAY PER-MENSAGEM
               GO TO MENU-PRINCIPAL
           END-IF

           OPEN INPUT CADVEIC
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEIC"
           MOVE VRCOM TO COMI-VRCOM
           MOVE VALORVENDA TO COMI-VALORVENDA
           MOVE FILIAL TO COMI-FILIAL
           MOVE VEIC-CONTRATO TO COMI-CONTRATO
           WRITE REGCOMI
           ADD 1 TO QTFECHADOS

               WRITE REGREIM
           ELSE
               WRITE REGFOLHA
               IF FOLHA-VRCOM > ZEROS
                   PERFORM TITULOCOMISSAO
               END-IF
           END-IF

           MOVE TV-VRCOM (IXVEND) TO LD-VRCOM
               TV-QTD (IXVEND) "  " LD-VRCOM
           ADD 1 TO IXVEND.

      *Lanca a comissao liquida do vendedor no contas a pagar, com
      *o vencimento padrao; o refechamento do periodo soma no mesmo
      *titulo
       TITULOCOMISSAO.

           MOVE "I" TO TIT-OPERACAO
           MOVE ZEROS TO TIT-NUMERO TIT-EMISSAO TIT-VENCIMENTO
           MOVE "COMI" TO TIT-ORIGEM
           MOVE "V" TO TIT-TIPOCRED
           MOVE FOLHA-VENDEDOR TO TIT-CREDOR
           MOVE FOLHA-NOME TO TIT-NOMECRED
           MOVE SPACES TO TIT-DOCUMENTO TIT-REFERENCIA
           STRING "FOLHA " FOLHA-PERIODO DELIMITED BY SIZE
               INTO TIT-DOCUMENTO
           MOVE "COMISSAO DO PERIODO" TO TIT-REFERENCIA
           MOVE FOLHA-VRCOM TO TIT-VALOR
           MOVE "S" TO TIT-ACUMULA
           CALL "P172TIT" USING REGTITULO
           IF TIT-RESULTADO = "N"
               DISPLAY "  CONTAS A PAGAR: " TIT-MENSAGEM
           END-IF.

      *Aplica os estornos pendentes do vendedor de trabalho ate o
      *limite do valor disponivel na folha do mes
       APLICAESTORNOS.
               END-IF
           END-IF.

      *Confere pelo P172PER se a data em PER-DATA esta em competencia
      *ja fechada no fechamento mensal (PER-RESULTADO = "N")
       CONFEREPERIODO.
           CALL "P172PER" USING REGPERIODO.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
