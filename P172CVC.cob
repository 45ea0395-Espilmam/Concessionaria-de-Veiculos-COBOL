      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Conversao unica para o numero de contrato. Numera as
      *    vendas ja gravadas em CADVEIC e no arquivo morto HISVEIC
      *    (contador CONTRATO de CTRLNUM, o mesmo da venda direta) e
      *    regrava CADPARC, HISPARC, CADFPAG e CADBOLE no layout novo,
      *    chaveados pelo contrato da venda a que pertencem (achada
      *    pela antiga chave marca+modelo+CPF); CADCOMI e CADGAR
      *    recebem o contrato pela venda do mesmo chassi e data.
      *    Cada arquivo e descarregado para CVCTRAB.TMP no layout
      *    antigo e recriado no layout novo, como a restauracao do
      *    P172BKP. Parcelas, formas e boletos sem venda ganham um
      *    contrato proprio e saem no relatorio do spool (P172SPO).
      *    Roda uma vez so, por gerente, com os terminais parados:
      *    ao final marca CONVCTR em CTRLNUM e recusa nova execucao.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172CVC.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    layouts antigos, lidos so na descarga
           SELECT VEICANT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANTV-VEICULO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY ANTV-ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY ANTV-CHASSI.
           SELECT HISVANT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANTH-VEICULO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY ANTH-ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY ANTH-CHASSI.
           SELECT PARCANT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANTP-CHAVE
               FILE STATUS IS ERRO.
           SELECT HISPANT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANTHP-CHAVE
               FILE STATUS IS ERRO.
           SELECT FPAGANT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANTF-CHAVE
               FILE STATUS IS ERRO.
           SELECT BOLEANT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANTB-CHAVE
               FILE STATUS IS ERRO.
           SELECT COMIANT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANTC-CHAVE
               FILE STATUS IS ERRO.
           SELECT GARANT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANTG-CHAVE
               FILE STATUS IS ERRO.
      *    layouts novos
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
           SELECT HISVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISV-CONTRATO
               FILE STATUS IS ERROHIS
               ALTERNATE RECORD KEY HISV-VEICULO DUPLICATES
               ALTERNATE RECORD KEY HISV-ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY HISV-CHASSI.
           SELECT CADPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS ERRO.
           SELECT HISPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISP-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADFPAG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPAG-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADBOLE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOLE-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADCOMI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMI-CHAVE
               FILE STATUS IS ERRO.
           SELECT CADGAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-CHAVE
               FILE STATUS IS ERRO.
           SELECT CVCTRAB ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROTRB.
           SELECT CTRLNUM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-NOME
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

           FD VEICANT
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEICANT.
               02 ANTV-VEICULO PIC X(17) VALUE SPACES.
               02 ANTV-ANOMODELO.
                   05 ANTV-ANO-FABRIC PIC 9(4) VALUE ZEROS.
                   05 ANTV-ANO-MODEL PIC 9(4) VALUE ZEROS.
               02 FILLER PIC X(3) VALUE SPACES.
               02 ANTV-CHASSI PIC X(17) VALUE SPACES.
               02 FILLER PIC X(67) VALUE SPACES.

           FD HISVANT
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISVEIC.DAT".
           01 REGHISVANT.
               02 ANTH-VEICULO PIC X(17) VALUE SPACES.
               02 ANTH-ANOMODELO.
                   05 ANTH-ANO-FABRIC PIC 9(4) VALUE ZEROS.
                   05 ANTH-ANO-MODEL PIC 9(4) VALUE ZEROS.
               02 FILLER PIC X(3) VALUE SPACES.
               02 ANTH-CHASSI PIC X(17) VALUE SPACES.
               02 FILLER PIC X(67) VALUE SPACES.

           FD PARCANT
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPARC.DAT".
           01 REGPARCANT.
               02 ANTP-CHAVE.
                   03 ANTP-VEICULO PIC X(17) VALUE SPACES.
                   03 ANTP-NUMERO PIC 9(3) VALUE ZEROS.
               02 ANTP-RESTO PIC X(45) VALUE SPACES.

           FD HISPANT
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "HISPARC.DAT".
           01 REGHISPANT.
               02 ANTHP-CHAVE.
                   03 ANTHP-VEICULO PIC X(17) VALUE SPACES.
                   03 ANTHP-NUMERO PIC 9(3) VALUE ZEROS.
               02 ANTHP-RESTO PIC X(45) VALUE SPACES.

           FD FPAGANT
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADFPAG.DAT".
           01 REGFPAGANT.
               02 ANTF-CHAVE.
                   03 ANTF-VEICULO PIC X(17) VALUE SPACES.
                   03 ANTF-SEQ PIC 9(2) VALUE ZEROS.
               02 ANTF-RESTO PIC X(13) VALUE SPACES.

           FD BOLEANT
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADBOLE.DAT".
           01 REGBOLEANT.
               02 ANTB-CHAVE.
                   03 ANTB-VEICULO PIC X(17) VALUE SPACES.
                   03 ANTB-NUMERO PIC 9(3) VALUE ZEROS.
               02 ANTB-RESTO PIC X(27) VALUE SPACES.

           FD COMIANT
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADCOMI.DAT".
           01 REGCOMIANT.
               02 ANTC-CHAVE PIC X(25) VALUE SPACES.
               02 FILLER PIC X(31) VALUE SPACES.

           FD GARANT
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADGAR.DAT".
           01 REGGARANT.
               02 ANTG-CHAVE PIC X(25) VALUE SPACES.
               02 FILLER PIC X(23) VALUE SPACES.

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

           FD HISVEIC
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISVEIC.DAT".
           01 REGHISV.
               02 HISV-CONTRATO PIC 9(8) VALUE ZEROS.
               02 HISV-VEICULO.
                   03 HISV-MARCA PIC 9(3) VALUE ZEROES.
                   03 HISV-MODEL PIC 9(3) VALUE ZEROES.
                   03 HISV-CPF PIC 9(11) VALUE ZEROS.
               02 HISV-ANOMODELO.
                   05 HISV-ANO-FABRIC PIC 9(4) VALUE ZEROS.
                   05 HISV-ANO-MODEL PIC 9(4) VALUE ZEROS.
               02 HISV-COR PIC 9(2) VALUE ZEROS.
               02 HISV-STATUS PIC X(1) VALUE "V".
               02 HISV-CHASSI PIC X(17) VALUE SPACES.
               02 HISV-VEND PIC 9(3) VALUE ZEROS.
               02 HISV-COMISSAO PIC 9(2)V9(2) VALUE ZEROS.
               02 HISV-VALORVENDA PIC 9(8)V99 VALUE ZEROS.
               02 HISV-VRPGTO PIC 9(8)V99 VALUE ZEROS.
               02 HISV-VRCOM PIC 9(8)V99 VALUE ZEROS.
               02 HISV-DATAVENDA PIC 9(8) VALUE ZEROS.
               02 HISV-ICMS PIC 9(8)V99 VALUE ZEROS.
               02 HISV-IPI PIC 9(8)V99 VALUE ZEROS.
               02 HISV-FILIAL PIC 9(2) VALUE ZEROS.

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

           FD HISPARC
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "HISPARC.DAT".
           01 REGHISP.
               02 HISP-CHAVE.
                   03 HISP-CONTRATO PIC 9(8) VALUE ZEROS.
                   03 HISP-NUMERO PIC 9(3) VALUE ZEROS.
               02 HISP-VEICULO.
                   03 HISP-MARCA PIC 9(3) VALUE ZEROS.
                   03 HISP-MODELO PIC 9(3) VALUE ZEROS.
                   03 HISP-CPF PIC 9(11) VALUE ZEROS.
               02 HISP-VENCIMENTO PIC 9(8) VALUE ZEROS.
               02 HISP-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 HISP-PAGO PIC X(1) VALUE "N".
               02 HISP-DATAPGTO PIC 9(8) VALUE ZEROS.
               02 HISP-VRPAGO PIC 9(8)V99 VALUE ZEROS.
               02 HISP-RECIBO PIC 9(8) VALUE ZEROS.

           FD CADFPAG
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADFPAG.DAT".
           01 REGFPAG.
               02 FPAG-CHAVE.
                   03 FPAG-CONTRATO PIC 9(8) VALUE ZEROS.
                   03 FPAG-SEQ PIC 9(2) VALUE ZEROS.
               02 FPAG-VEICULO.
                   03 FPAG-MARCA PIC 9(3) VALUE ZEROS.
                   03 FPAG-MODELO PIC 9(3) VALUE ZEROS.
                   03 FPAG-CPF PIC 9(11) VALUE ZEROS.
               02 FPAG-FORMA PIC X(1) VALUE "D".
               02 FPAG-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 FPAG-VEZES PIC 9(2) VALUE ZEROS.

           FD CADBOLE
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADBOLE.DAT".
           01 REGBOLE.
               02 BOLE-CHAVE.
                   03 BOLE-CONTRATO PIC 9(8) VALUE ZEROS.
                   03 BOLE-NUMERO PIC 9(3) VALUE ZEROS.
               02 BOLE-MARCA PIC 9(3) VALUE ZEROS.
               02 BOLE-MODELO PIC 9(3) VALUE ZEROS.
               02 BOLE-CPF PIC 9(11) VALUE ZEROS.
               02 BOLE-SITUACAO PIC X(1) VALUE "E".
               02 BOLE-DATAENVIO PIC 9(8) VALUE ZEROS.
               02 BOLE-DATALIQ PIC 9(8) VALUE ZEROS.
               02 BOLE-VRLIQ PIC 9(8)V99 VALUE ZEROS.

           FD CADCOMI
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADCOMI.DAT".
           01 REGCOMI.
               02 COMI-CHAVE.
                   03 COMI-CHASSI PIC X(17) VALUE SPACES.
                   03 COMI-DATAVENDA PIC 9(8) VALUE ZEROS.
               02 COMI-PERIODO PIC 9(6) VALUE ZEROS.
               02 COMI-VENDEDOR PIC 9(3) VALUE ZEROS.
               02 COMI-VRCOM PIC 9(8)V99 VALUE ZEROS.
               02 COMI-VALORVENDA PIC 9(8)V99 VALUE ZEROS.
               02 COMI-FILIAL PIC 9(2) VALUE ZEROS.
               02 COMI-CONTRATO PIC 9(8) VALUE ZEROS.

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

           FD CVCTRAB
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CVCTRAB.TMP".
           01 REGTRAB PIC X(120) VALUE SPACES.

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
           01 ERROHIS PIC X(2) VALUE "00".
           01 ERROTRB PIC X(2) VALUE "00".
           01 OPC PIC X(1) VALUE SPACES.
           01 NIVELOPER PIC X(1) VALUE SPACES.
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 JACONVERTIDO PIC X(1) VALUE "N".
           01 TEMVEIC PIC X(1) VALUE "N".
           01 TEMHIS PIC X(1) VALUE "N".
           01 ULTIMOCONTRATO PIC 9(8) VALUE ZEROS.
           01 QTREGISTROS PIC 9(7) VALUE ZEROS.
           01 QTSEMVENDA PIC 9(7) VALUE ZEROS.
           01 QTTOTAL PIC 9(7) VALUE ZEROS.
           01 LD-QTREGISTROS PIC Z(6)9 VALUE ZEROS.
           01 LD-QTSEMVENDA PIC Z(6)9 VALUE ZEROS.

      *    procura do contrato de uma chave antiga marca+modelo+CPF;
      *    ORDEMBUSCA "V" procura primeiro em CADVEIC, "H" primeiro no
      *    arquivo morto HISVEIC
           01 ORDEMBUSCA PIC X(1) VALUE "V".
           01 CHAVEANTIGA PIC X(17) VALUE SPACES.
           01 CHAVEANTERIOR PIC X(17) VALUE HIGH-VALUES.
           01 CONTRATOACHADO PIC 9(8) VALUE ZEROS.
           01 CONTRATOANTERIOR PIC 9(8) VALUE ZEROS.
           01 ARQUIVOTRAB PIC X(8) VALUE SPACES.

      *    procura do contrato pela venda de mesmo chassi e data
           01 CHASSIBUSCA PIC X(17) VALUE SPACES.
           01 DATABUSCA PIC 9(8) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Confere o nivel do operador e se a conversao ja foi feita, pede
      *confirmacao e roda a conversao arquivo por arquivo
       INICIO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE

           DISPLAY " "
           DISPLAY "CONVERSAO PARA NUMERO DE CONTRATO"
           DISPLAY "================================="

           MOVE SPACES TO NIVELOPER
           ACCEPT NIVELOPER FROM ENVIRONMENT "OPERNIVEL"
           IF NIVELOPER NOT = "3"
               DISPLAY "SOMENTE GERENTE RODA A CONVERSAO"
               GO TO FIM
           END-IF

           PERFORM LECONTADORES
           IF JACONVERTIDO = "S"
               DISPLAY "CONVERSAO JA EXECUTADA - NADA A FAZER"
               GO TO FIM
           END-IF

           DISPLAY "TODOS OS TERMINAIS DEVEM ESTAR FORA DO SISTEMA."
           DISPLAY "FACA O BACKUP DOS ARQUIVOS ANTES DE CONTINUAR."
           DISPLAY "CONFIRMA A CONVERSAO ? S/N"
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               GO TO FIM
           END-IF

           PERFORM ABRESPOOL
           MOVE "CONVERSAO PARA NUMERO DE CONTRATO" TO LINHAREL
           PERFORM GRAVAREL
           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL

           PERFORM CONVERTEVEIC
           PERFORM CONVERTEHISV

           MOVE "N" TO TEMVEIC TEMHIS
           OPEN INPUT CADVEIC
           IF ERRO = "00"
               MOVE "S" TO TEMVEIC
           END-IF
           MOVE "00" TO ERRO
           MOVE "00" TO ERROHIS
           OPEN INPUT HISVEIC
           IF ERROHIS = "00"
               MOVE "S" TO TEMHIS
           END-IF

           PERFORM CONVERTEPARC
           PERFORM CONVERTEHISP
           PERFORM CONVERTEFPAG
           PERFORM CONVERTEBOLE
           PERFORM CONVERTECOMI
           PERFORM CONVERTEGAR

           IF TEMVEIC = "S"
               CLOSE CADVEIC
           END-IF
           IF TEMHIS = "S"
               CLOSE HISVEIC
           END-IF

           PERFORM GRAVACONTADORES

           MOVE "----------------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL
           STRING "ULTIMO CONTRATO ATRIBUIDO: " ULTIMOCONTRATO
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           CLOSE ARQREL

           MOVE "CONVER" TO LOG-OPERACAO
           MOVE ULTIMOCONTRATO TO LOG-CHAVE
           PERFORM GRAVALOG

           DISPLAY "CONVERSAO CONCLUIDA. ULTIMO CONTRATO: "
               ULTIMOCONTRATO
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           GO TO FIM.

      *Le em CTRLNUM a marca de conversao feita (CONVCTR) e o ultimo
      *contrato ja tirado, se alguma venda nova ja foi gravada
       LECONTADORES.

           MOVE "N" TO JACONVERTIDO
           MOVE ZEROS TO ULTIMOCONTRATO
           OPEN INPUT CTRLNUM
           IF ERRO = "00"
               MOVE "CONVCTR" TO CTRL-NOME
               READ CTRLNUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO JACONVERTIDO
               END-READ
               MOVE "CONTRATO" TO CTRL-NOME
               READ CTRLNUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTRL-ULTIMO TO ULTIMOCONTRATO
               END-READ
               CLOSE CTRLNUM
           END-IF
           MOVE "00" TO ERRO.

      *Grava o ultimo contrato atribuido no contador CONTRATO e a
      *marca CONVCTR, que impede uma segunda execucao
       GRAVACONTADORES.

           OPEN I-O CTRLNUM
           IF ERRO = "30" OR ERRO = "35"
               OPEN OUTPUT CTRLNUM
               CLOSE CTRLNUM
               OPEN I-O CTRLNUM
           END-IF

           MOVE "CONTRATO" TO CTRL-NOME
           READ CTRLNUM
               INVALID KEY
                   MOVE "CONTRATO" TO CTRL-NOME
                   MOVE ULTIMOCONTRATO TO CTRL-ULTIMO
                   WRITE REGCTRL
               NOT INVALID KEY
                   MOVE ULTIMOCONTRATO TO CTRL-ULTIMO
                   REWRITE REGCTRL
           END-READ

           MOVE "CONVCTR" TO CTRL-NOME
           MOVE QTTOTAL TO CTRL-ULTIMO
           WRITE REGCTRL
           CLOSE CTRLNUM
           MOVE "00" TO ERRO.

      *Descarrega o CADVEIC antigo e recria no layout novo, com um
      *contrato novo para cada venda
       CONVERTEVEIC.

           MOVE ZEROS TO QTREGISTROS
           MOVE "CADVEIC" TO ARQUIVOTRAB
           OPEN INPUT VEICANT
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               PERFORM ARQUIVOAUSENTE
           ELSE
               OPEN OUTPUT CVCTRAB
               PERFORM UNTIL ERRO = "10"
                   READ VEICANT NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       MOVE REGVEICANT TO REGTRAB
                       WRITE REGTRAB
                   END-IF
               END-PERFORM
               CLOSE VEICANT
               CLOSE CVCTRAB
               MOVE "00" TO ERRO

               OPEN INPUT CVCTRAB
               OPEN OUTPUT CADVEIC
               MOVE "00" TO ERROTRB
               PERFORM UNTIL ERROTRB = "10"
                   READ CVCTRAB
                       AT END
                           MOVE "10" TO ERROTRB
                       NOT AT END
                           MOVE REGTRAB TO REGVEICANT
                           MOVE REGVEICANT TO REGVEIC(9:112)
                           ADD 1 TO ULTIMOCONTRATO
                           MOVE ULTIMOCONTRATO TO VEIC-CONTRATO
                           WRITE REGVEIC
                           ADD 1 TO QTREGISTROS
                   END-READ
               END-PERFORM
               CLOSE CVCTRAB
               CLOSE CADVEIC
               MOVE "00" TO ERRO
               PERFORM TOTALARQUIVO
           END-IF.

      *Descarrega o arquivo morto HISVEIC e recria no layout novo, na
      *mesma sequencia de contratos
       CONVERTEHISV.

           MOVE ZEROS TO QTREGISTROS
           MOVE "HISVEIC" TO ARQUIVOTRAB
           OPEN INPUT HISVANT
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               PERFORM ARQUIVOAUSENTE
           ELSE
               OPEN OUTPUT CVCTRAB
               PERFORM UNTIL ERRO = "10"
                   READ HISVANT NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       MOVE REGHISVANT TO REGTRAB
                       WRITE REGTRAB
                   END-IF
               END-PERFORM
               CLOSE HISVANT
               CLOSE CVCTRAB
               MOVE "00" TO ERRO

               OPEN INPUT CVCTRAB
               OPEN OUTPUT HISVEIC
               MOVE "00" TO ERROTRB
               PERFORM UNTIL ERROTRB = "10"
                   READ CVCTRAB
                       AT END
                           MOVE "10" TO ERROTRB
                       NOT AT END
                           MOVE REGTRAB TO REGHISVANT
                           MOVE REGHISVANT TO REGHISV(9:112)
                           ADD 1 TO ULTIMOCONTRATO
                           MOVE ULTIMOCONTRATO TO HISV-CONTRATO
                           WRITE REGHISV
                           ADD 1 TO QTREGISTROS
                   END-READ
               END-PERFORM
               CLOSE CVCTRAB
               CLOSE HISVEIC
               MOVE "00" TO ERROHIS
               PERFORM TOTALARQUIVO
           END-IF.

      *Regrava o CADPARC chaveado pelo contrato da venda
       CONVERTEPARC.

           MOVE ZEROS TO QTREGISTROS QTSEMVENDA
           MOVE "CADPARC" TO ARQUIVOTRAB
           MOVE HIGH-VALUES TO CHAVEANTERIOR
           OPEN INPUT PARCANT
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               PERFORM ARQUIVOAUSENTE
           ELSE
               OPEN OUTPUT CVCTRAB
               PERFORM UNTIL ERRO = "10"
                   READ PARCANT NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       MOVE REGPARCANT TO REGTRAB
                       WRITE REGTRAB
                   END-IF
               END-PERFORM
               CLOSE PARCANT
               CLOSE CVCTRAB
               MOVE "00" TO ERRO

               OPEN INPUT CVCTRAB
               OPEN OUTPUT CADPARC
               MOVE "V" TO ORDEMBUSCA
               MOVE "00" TO ERROTRB
               PERFORM UNTIL ERROTRB = "10"
                   READ CVCTRAB
                       AT END
                           MOVE "10" TO ERROTRB
                       NOT AT END
                           MOVE REGTRAB TO REGPARCANT
                           MOVE ANTP-VEICULO TO CHAVEANTIGA
                           PERFORM CONTRATODACHAVE
                           MOVE CONTRATOACHADO TO PARC-CONTRATO
                           MOVE ANTP-NUMERO TO PARC-NUMERO
                           MOVE ANTP-VEICULO TO PARC-VEICULO
                           MOVE ANTP-RESTO TO REGPARC(29:45)
                           WRITE REGPARC
                           ADD 1 TO QTREGISTROS
                   END-READ
               END-PERFORM
               CLOSE CVCTRAB
               CLOSE CADPARC
               MOVE "00" TO ERRO
               PERFORM TOTALARQUIVO
           END-IF.

      *Regrava o arquivo morto HISPARC chaveado pelo contrato, dando
      *preferencia a venda tambem arquivada
       CONVERTEHISP.

           MOVE ZEROS TO QTREGISTROS QTSEMVENDA
           MOVE "HISPARC" TO ARQUIVOTRAB
           MOVE HIGH-VALUES TO CHAVEANTERIOR
           OPEN INPUT HISPANT
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               PERFORM ARQUIVOAUSENTE
           ELSE
               OPEN OUTPUT CVCTRAB
               PERFORM UNTIL ERRO = "10"
                   READ HISPANT NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       MOVE REGHISPANT TO REGTRAB
                       WRITE REGTRAB
                   END-IF
               END-PERFORM
               CLOSE HISPANT
               CLOSE CVCTRAB
               MOVE "00" TO ERRO

               OPEN INPUT CVCTRAB
               OPEN OUTPUT HISPARC
               MOVE "H" TO ORDEMBUSCA
               MOVE "00" TO ERROTRB
               PERFORM UNTIL ERROTRB = "10"
                   READ CVCTRAB
                       AT END
                           MOVE "10" TO ERROTRB
                       NOT AT END
                           MOVE REGTRAB TO REGHISPANT
                           MOVE ANTHP-VEICULO TO CHAVEANTIGA
                           PERFORM CONTRATODACHAVE
                           MOVE CONTRATOACHADO TO HISP-CONTRATO
                           MOVE ANTHP-NUMERO TO HISP-NUMERO
                           MOVE ANTHP-VEICULO TO HISP-VEICULO
                           MOVE ANTHP-RESTO TO REGHISP(29:45)
                           WRITE REGHISP
                           ADD 1 TO QTREGISTROS
                   END-READ
               END-PERFORM
               CLOSE CVCTRAB
               CLOSE HISPARC
               MOVE "00" TO ERRO
               PERFORM TOTALARQUIVO
           END-IF.

      *Regrava a composicao do pagamento (CADFPAG) pelo contrato
       CONVERTEFPAG.

           MOVE ZEROS TO QTREGISTROS QTSEMVENDA
           MOVE "CADFPAG" TO ARQUIVOTRAB
           MOVE HIGH-VALUES TO CHAVEANTERIOR
           OPEN INPUT FPAGANT
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               PERFORM ARQUIVOAUSENTE
           ELSE
               OPEN OUTPUT CVCTRAB
               PERFORM UNTIL ERRO = "10"
                   READ FPAGANT NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       MOVE REGFPAGANT TO REGTRAB
                       WRITE REGTRAB
                   END-IF
               END-PERFORM
               CLOSE FPAGANT
               CLOSE CVCTRAB
               MOVE "00" TO ERRO

               OPEN INPUT CVCTRAB
               OPEN OUTPUT CADFPAG
               MOVE "V" TO ORDEMBUSCA
               MOVE "00" TO ERROTRB
               PERFORM UNTIL ERROTRB = "10"
                   READ CVCTRAB
                       AT END
                           MOVE "10" TO ERROTRB
                       NOT AT END
                           MOVE REGTRAB TO REGFPAGANT
                           MOVE ANTF-VEICULO TO CHAVEANTIGA
                           PERFORM CONTRATODACHAVE
                           MOVE CONTRATOACHADO TO FPAG-CONTRATO
                           MOVE ANTF-SEQ TO FPAG-SEQ
                           MOVE ANTF-VEICULO TO FPAG-VEICULO
                           MOVE ANTF-RESTO TO REGFPAG(28:13)
                           WRITE REGFPAG
                           ADD 1 TO QTREGISTROS
                   END-READ
               END-PERFORM
               CLOSE CVCTRAB
               CLOSE CADFPAG
               MOVE "00" TO ERRO
               PERFORM TOTALARQUIVO
           END-IF.

      *Regrava o controle de boletos (CADBOLE) pelo contrato, com a
      *mesma chave da parcela
       CONVERTEBOLE.

           MOVE ZEROS TO QTREGISTROS QTSEMVENDA
           MOVE "CADBOLE" TO ARQUIVOTRAB
           MOVE HIGH-VALUES TO CHAVEANTERIOR
           OPEN INPUT BOLEANT
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               PERFORM ARQUIVOAUSENTE
           ELSE
               OPEN OUTPUT CVCTRAB
               PERFORM UNTIL ERRO = "10"
                   READ BOLEANT NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       MOVE REGBOLEANT TO REGTRAB
                       WRITE REGTRAB
                   END-IF
               END-PERFORM
               CLOSE BOLEANT
               CLOSE CVCTRAB
               MOVE "00" TO ERRO

               OPEN INPUT CVCTRAB
               OPEN OUTPUT CADBOLE
               MOVE "V" TO ORDEMBUSCA
               MOVE "00" TO ERROTRB
               PERFORM UNTIL ERROTRB = "10"
                   READ CVCTRAB
                       AT END
                           MOVE "10" TO ERROTRB
                       NOT AT END
                           MOVE REGTRAB TO REGBOLEANT
                           MOVE ANTB-VEICULO TO CHAVEANTIGA
                           PERFORM CONTRATODACHAVE
                           MOVE CONTRATOACHADO TO BOLE-CONTRATO
                           MOVE ANTB-NUMERO TO BOLE-NUMERO
                           MOVE ANTB-VEICULO TO REGBOLE(12:17)
                           MOVE ANTB-RESTO TO REGBOLE(29:27)
                           WRITE REGBOLE
                           ADD 1 TO QTREGISTROS
                   END-READ
               END-PERFORM
               CLOSE CVCTRAB
               CLOSE CADBOLE
               MOVE "00" TO ERRO
               PERFORM TOTALARQUIVO
           END-IF.

      *Regrava o razao de comissoes com o contrato da venda de mesmo
      *chassi e data (zero quando a venda nao existe mais)
       CONVERTECOMI.

           MOVE ZEROS TO QTREGISTROS QTSEMVENDA
           MOVE "CADCOMI" TO ARQUIVOTRAB
           OPEN INPUT COMIANT
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               PERFORM ARQUIVOAUSENTE
           ELSE
               OPEN OUTPUT CVCTRAB
               PERFORM UNTIL ERRO = "10"
                   READ COMIANT NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       MOVE REGCOMIANT TO REGTRAB
                       WRITE REGTRAB
                   END-IF
               END-PERFORM
               CLOSE COMIANT
               CLOSE CVCTRAB
               MOVE "00" TO ERRO

               OPEN INPUT CVCTRAB
               OPEN OUTPUT CADCOMI
               MOVE "00" TO ERROTRB
               PERFORM UNTIL ERROTRB = "10"
                   READ CVCTRAB
                       AT END
                           MOVE "10" TO ERROTRB
                       NOT AT END
                           MOVE REGTRAB(1:56) TO REGCOMI
                           MOVE COMI-CHASSI TO CHASSIBUSCA
                           MOVE COMI-DATAVENDA TO DATABUSCA
                           PERFORM CONTRATODOCHASSI
                           MOVE CONTRATOACHADO TO COMI-CONTRATO
                           WRITE REGCOMI
                           ADD 1 TO QTREGISTROS
                   END-READ
               END-PERFORM
               CLOSE CVCTRAB
               CLOSE CADCOMI
               MOVE "00" TO ERRO
               PERFORM TOTALARQUIVO
           END-IF.

      *Regrava as garantias com o contrato da venda de mesmo chassi e
      *data (zero quando a venda nao existe mais)
       CONVERTEGAR.

           MOVE ZEROS TO QTREGISTROS QTSEMVENDA
           MOVE "CADGAR" TO ARQUIVOTRAB
           OPEN INPUT GARANT
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               PERFORM ARQUIVOAUSENTE
           ELSE
               OPEN OUTPUT CVCTRAB
               PERFORM UNTIL ERRO = "10"
                   READ GARANT NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       MOVE REGGARANT TO REGTRAB
                       WRITE REGTRAB
                   END-IF
               END-PERFORM
               CLOSE GARANT
               CLOSE CVCTRAB
               MOVE "00" TO ERRO

               OPEN INPUT CVCTRAB
               OPEN OUTPUT CADGAR
               MOVE "00" TO ERROTRB
               PERFORM UNTIL ERROTRB = "10"
                   READ CVCTRAB
                       AT END
                           MOVE "10" TO ERROTRB
                       NOT AT END
                           MOVE REGTRAB(1:48) TO REGGAR
                           MOVE GAR-CHASSI TO CHASSIBUSCA
                           MOVE GAR-DATAVENDA TO DATABUSCA
                           PERFORM CONTRATODOCHASSI
                           MOVE CONTRATOACHADO TO GAR-CONTRATO
                           WRITE REGGAR
                           ADD 1 TO QTREGISTROS
                   END-READ
               END-PERFORM
               CLOSE CVCTRAB
               CLOSE CADGAR
               MOVE "00" TO ERRO
               PERFORM TOTALARQUIVO
           END-IF.

      *Acha o contrato da chave antiga CHAVEANTIGA (marca+modelo+CPF)
      *nas vendas ja convertidas, na ordem de ORDEMBUSCA; os registros
      *chegam em ordem da chave antiga, entao uma chave repetida usa o
      *contrato da anterior. Chave sem venda ganha um contrato novo e
      *sai no relatorio
       CONTRATODACHAVE.

           IF CHAVEANTIGA = CHAVEANTERIOR
               MOVE CONTRATOANTERIOR TO CONTRATOACHADO
           ELSE
               MOVE ZEROS TO CONTRATOACHADO
               IF ORDEMBUSCA = "H"
                   PERFORM PROCURAHISVEIC
                   IF CONTRATOACHADO = ZEROS
                       PERFORM PROCURACADVEIC
                   END-IF
               ELSE
                   PERFORM PROCURACADVEIC
                   IF CONTRATOACHADO = ZEROS
                       PERFORM PROCURAHISVEIC
                   END-IF
               END-IF
               IF CONTRATOACHADO = ZEROS
                   ADD 1 TO ULTIMOCONTRATO
                   MOVE ULTIMOCONTRATO TO CONTRATOACHADO
                   ADD 1 TO QTSEMVENDA
                   STRING ARQUIVOTRAB " SEM VENDA: " CHAVEANTIGA
                       " -> CONTRATO " CONTRATOACHADO
                       DELIMITED BY SIZE INTO LINHAREL
                   PERFORM GRAVAREL
               END-IF
               MOVE CHAVEANTIGA TO CHAVEANTERIOR
               MOVE CONTRATOACHADO TO CONTRATOANTERIOR
           END-IF.

      *Procura a chave antiga em CADVEIC pela chave alternativa VEICULO
       PROCURACADVEIC.

           IF TEMVEIC = "S"
               MOVE CHAVEANTIGA TO VEICULO
               READ CADVEIC KEY IS VEICULO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VEIC-CONTRATO TO CONTRATOACHADO
               END-READ
               MOVE "00" TO ERRO
           END-IF.

      *Procura a chave antiga no arquivo morto HISVEIC
       PROCURAHISVEIC.

           IF TEMHIS = "S"
               MOVE CHAVEANTIGA TO HISV-VEICULO
               READ HISVEIC KEY IS HISV-VEICULO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HISV-CONTRATO TO CONTRATOACHADO
               END-READ
               MOVE "00" TO ERROHIS
           END-IF.

      *Acha o contrato da venda de chassi CHASSIBUSCA e data DATABUSCA
      *em CADVEIC ou no arquivo morto; zero se nao achar
       CONTRATODOCHASSI.

           MOVE ZEROS TO CONTRATOACHADO
           IF TEMVEIC = "S"
               MOVE CHASSIBUSCA TO CHASSI
               READ CADVEIC KEY IS CHASSI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DATAVENDA = DATABUSCA
                           MOVE VEIC-CONTRATO TO CONTRATOACHADO
                       END-IF
               END-READ
               MOVE "00" TO ERRO
           END-IF
           IF CONTRATOACHADO = ZEROS AND TEMHIS = "S"
               MOVE CHASSIBUSCA TO HISV-CHASSI
               READ HISVEIC KEY IS HISV-CHASSI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HISV-DATAVENDA = DATABUSCA
                           MOVE HISV-CONTRATO TO CONTRATOACHADO
                       END-IF
               END-READ
               MOVE "00" TO ERROHIS
           END-IF
           IF CONTRATOACHADO = ZEROS
               ADD 1 TO QTSEMVENDA
           END-IF.

      *Registra no relatorio o arquivo que nao existe nessa instalacao
       ARQUIVOAUSENTE.

           STRING ARQUIVOTRAB ": NAO ENCONTRADO, IGNORADO"
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           DISPLAY ARQUIVOTRAB ": NAO ENCONTRADO, IGNORADO".

      *Registra no relatorio e na tela o total convertido do arquivo
       TOTALARQUIVO.

           ADD QTREGISTROS TO QTTOTAL
           MOVE QTREGISTROS TO LD-QTREGISTROS
           MOVE QTSEMVENDA TO LD-QTSEMVENDA
           STRING ARQUIVOTRAB ": " LD-QTREGISTROS
               " REGISTROS CONVERTIDOS, " LD-QTSEMVENDA " SEM VENDA"
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           DISPLAY ARQUIVOTRAB ": " LD-QTREGISTROS
               " REGISTROS CONVERTIDOS".

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
           MOVE "P172CVC" TO LOG-PROGRAMA
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
           MOVE "CVC" TO NOMERELATORIO(1:3)
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
           MOVE "P172CVC" TO SPO-PROGRAMA
           MOVE DATAHORAREL TO SPO-DATAHORA
           MOVE "CONVERSAO PARA CONTRATO" TO SPO-TITULO
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
           STRING "P172CVC  CONVERSAO PARA CONTRATO  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172CVC.
