      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      * Mod: 15/10/2026 - custo do veiculo vendido soma ao custo de
      *      aquisicao o recondicionamento apropriado pelas OS
      *      internas do P172OSS (AQUI-CUSTOREC).
      * Mod: 15/10/2026 - custo do veiculo vendido inclui os juros
      *      reais do floor-plan do chassi (CADFLJUR, P172FLJ): o
      *      valor cobrado pelo banco nos meses ja conferidos no
      *      P172FLP, a nossa apropriacao nos demais.
      * Mod: 15/10/2026 - receita, ICMS, IPI e custo do mes passam a
      *      vir do resumo mensal de vendas (CADRESV, P172RES), e os
      *      chassis vendidos no mes (juros do floor-plan) e a filial
      *      da venda consignada do seu indice por venda (CADRESC),
      *      em vez de varrer o CADVEIC; comissoes fechadas (CADCOMI)
      *      e repasses (CADCONS) continuam dos razoes proprios.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172DRE.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRESV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-CHAVE
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY RES-FILIAL DUPLICATES.
           SELECT CADRESC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSC-CONTRATO
               FILE STATUS IS ERRORSC
               ALTERNATE RECORD KEY RSC-DATAVENDA DUPLICATES
               ALTERNATE RECORD KEY RSC-CHASSI DUPLICATES.
           SELECT CADCOMI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONS-CHASSI
               FILE STATUS IS ERROAUX.
           SELECT CADFLJUR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JUR-CHAVE
               FILE STATUS IS ERROJUR.
           SELECT ARQREL ASSIGN TO DYNAMIC NOMERELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROREL.
       DATA DIVISION.
       FILE SECTION.

           FD CADRESV
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADRESV.DAT".
           01 REGRESV.
               02 RES-CHAVE.
                   03 RES-ANOMES PIC 9(6) VALUE ZEROS.
                   03 RES-FILIAL PIC 9(2) VALUE ZEROS.
                   03 RES-VEND PIC 9(3) VALUE ZEROS.
                   03 RES-MARCA PIC 9(3) VALUE ZEROS.
                   03 RES-MODELO PIC 9(3) VALUE ZEROS.
               02 RES-QTD PIC 9(5) VALUE ZEROS.
               02 RES-VALOR PIC 9(10)V99 VALUE ZEROS.
               02 RES-VRPGTO PIC 9(10)V99 VALUE ZEROS.
               02 RES-ICMS PIC 9(10)V99 VALUE ZEROS.
               02 RES-IPI PIC 9(10)V99 VALUE ZEROS.
               02 RES-VRCOM PIC 9(10)V99 VALUE ZEROS.
               02 RES-CUSTO PIC 9(10)V99 VALUE ZEROS.
               02 RES-QTCANC PIC 9(5) VALUE ZEROS.
               02 RES-VRCANC PIC 9(10)V99 VALUE ZEROS.
               02 RES-DATAATU PIC X(14) VALUE SPACES.

           FD CADRESC
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADRESC.DAT".
           01 REGRESC.
               02 RSC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 RSC-DATAVENDA PIC 9(8) VALUE ZEROS.
               02 RSC-CHASSI PIC X(17) VALUE SPACES.
               02 RSC-FILIAL PIC 9(2) VALUE ZEROS.
               02 RSC-VEND PIC 9(3) VALUE ZEROS.
               02 RSC-MARCA PIC 9(3) VALUE ZEROS.
               02 RSC-MODELO PIC 9(3) VALUE ZEROS.
               02 RSC-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 RSC-VRPGTO PIC 9(8)V99 VALUE ZEROS.
               02 RSC-ICMS PIC 9(8)V99 VALUE ZEROS.
               02 RSC-IPI PIC 9(8)V99 VALUE ZEROS.
               02 RSC-VRCOM PIC 9(8)V99 VALUE ZEROS.
               02 RSC-CUSTO PIC 9(8)V99 VALUE ZEROS.
               02 RSC-TEMCUSTO PIC X(1) VALUE "N".
               02 RSC-SITUACAO PIC X(1) VALUE "V".
               02 RSC-DATACANC PIC 9(8) VALUE ZEROS.
               02 RSC-DATAATU PIC X(14) VALUE SPACES.

           FD CADCOMI
              LABEL  RECORD IS STANDARD
               02 COMI-VRCOM PIC 9(8)V99 VALUE ZEROS.
               02 COMI-VALORVENDA PIC 9(8)V99 VALUE ZEROS.
               02 COMI-FILIAL PIC 9(2) VALUE ZEROS.
               02 COMI-CONTRATO PIC 9(8) VALUE ZEROS.

           FD CADCONS
              LABEL  RECORD IS STANDARD
               02 CONS-VALORDONO PIC 9(8)V99 VALUE ZEROS.
               02 CONS-DATALIQ PIC 9(8) VALUE ZEROS.

           FD CADFLJUR
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADFLJUR.DAT".
           01 REGFLJUR.
               02 JUR-CHAVE.
                   03 JUR-CHASSI PIC X(17) VALUE SPACES.
                   03 JUR-PERIODO PIC 9(6) VALUE ZEROS.
               02 JUR-BANCO PIC 9(3) VALUE ZEROS.
               02 JUR-DIAS PIC 9(2) VALUE ZEROS.
               02 JUR-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 JUR-VRBANCO PIC 9(8)V99 VALUE ZEROS.
               02 JUR-SITUACAO PIC X(1) VALUE "P".

           FD ARQREL
              LABEL  RECORD IS STANDARD.
           01 REGREL PIC X(80) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 PERIODOPEDIDO PIC 9(6) VALUE ZEROS.
           01 ERRORSC PIC X(2) VALUE "00".
           01 FIMINDICE PIC X(1) VALUE "N".
           01 ERROJUR PIC X(2) VALUE "00".
           01 TEMJUROS PIC X(1) VALUE "N".
           01 FIMJUROS PIC X(1) VALUE "N".
           01 JUROSVEIC PIC 9(8)V99 VALUE ZEROS.
           01 QTVENDAS PIC 9(5) VALUE ZEROS.
           01 QTSEMCUSTO PIC 9(5) VALUE ZEROS.
           01 FILIALTRAB PIC 9(3) VALUE ZEROS.

           01 TABDRE.
               02 DRE-ENT OCCURS 99 TIMES.
                   03 DRE-RECEITA PIC S9(10)V99.
                   03 DRE-CUSTO PIC S9(10)V99.
                   03 DRE-JUROS PIC S9(10)V99.
                   03 DRE-COMISSAO PIC S9(10)V99.
                   03 DRE-REPASSE PIC S9(10)V99.
                   03 DRE-ICMS PIC S9(10)V99.

           01 TOTRECEITA PIC S9(10)V99 VALUE ZEROS.
           01 TOTCUSTO PIC S9(10)V99 VALUE ZEROS.
           01 TOTJUROS PIC S9(10)V99 VALUE ZEROS.
           01 TOTCOMISSAO PIC S9(10)V99 VALUE ZEROS.
           01 TOTREPASSE PIC S9(10)V99 VALUE ZEROS.
           01 TOTICMS PIC S9(10)V99 VALUE ZEROS.
           PERFORM LIMPAFILIAL UNTIL IXFIL > 99
           MOVE ZEROS TO QTVENDAS QTSEMCUSTO

           OPEN INPUT CADRESV
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRESV"
               GO TO FIM
           END-IF

           MOVE "00" TO ERRORSC
           OPEN INPUT CADRESC
           IF ERRORSC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRESC"
               MOVE "00" TO ERRORSC
               CLOSE CADRESV
               GO TO FIM
           END-IF

           MOVE "00" TO ERROJUR
           OPEN INPUT CADFLJUR
           IF ERROJUR = "00"
               MOVE "S" TO TEMJUROS
           END-IF
           MOVE "00" TO ERROJUR

           MOVE "N" TO FIMLISTA
           MOVE ZEROS TO RES-CHAVE
           MOVE PERIODOPEDIDO TO RES-ANOMES
           START CADRESV KEY IS NOT LESS THAN RES-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           MOVE "00" TO ERRO
           PERFORM ACUMULAVENDA UNTIL FIMLISTA = "S"

           MOVE "N" TO FIMINDICE
           MOVE ZEROS TO RSC-DATAVENDA
           MOVE PERIODOPEDIDO TO RSC-DATAVENDA(1:6)
           START CADRESC KEY IS NOT LESS THAN RSC-DATAVENDA
               INVALID KEY
                   MOVE "S" TO FIMINDICE
           END-START
           MOVE "00" TO ERRORSC
           PERFORM ACUMULAJUROS UNTIL FIMINDICE = "S"

           PERFORM ACUMULACOMISSOES
           PERFORM ACUMULAREPASSES

           IF TEMJUROS = "S"
               CLOSE CADFLJUR
           END-IF
           CLOSE CADRESV
           CLOSE CADRESC

           PERFORM ABRESPOOL


           CLOSE ARQREL
           DISPLAY " "
           COMPUTE RESULTADO = TOTRECEITA - TOTCUSTO - TOTJUROS
               - TOTCOMISSAO - TOTREPASSE - TOTICMS - TOTIPI
           MOVE RESULTADO TO LD-VALOR
           DISPLAY "RESULTADO CONSOLIDADO DO PERIODO: " LD-VALOR
           DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
       LIMPAFILIAL.

           MOVE ZEROS TO DRE-RECEITA (IXFIL) DRE-CUSTO (IXFIL)
           MOVE ZEROS TO DRE-JUROS (IXFIL)
           MOVE ZEROS TO DRE-COMISSAO (IXFIL) DRE-REPASSE (IXFIL)
           MOVE ZEROS TO DRE-ICMS (IXFIL) DRE-IPI (IXFIL)
           ADD 1 TO IXFIL.

      *Le a proxima linha do resumo e, enquanto for do periodo,
      *acumula a receita, os impostos e o custo do veiculo (aquisicao
      *mais recondicionamento) na filial
       ACUMULAVENDA.

           READ CADRESV NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF RES-ANOMES NOT = PERIODOPEDIDO
                   MOVE "S" TO FIMLISTA
               ELSE
                   ADD RES-QTD TO QTVENDAS
                   IF RES-FILIAL > ZEROS AND RES-FILIAL <= 99
                       MOVE RES-FILIAL TO IXFIL
                       ADD RES-VALOR TO DRE-RECEITA (IXFIL)
                       ADD RES-ICMS TO DRE-ICMS (IXFIL)
                       ADD RES-IPI TO DRE-IPI (IXFIL)
                       ADD RES-CUSTO TO DRE-CUSTO (IXFIL)
                   END-IF
               END-IF
           END-IF.

      *Le a proxima venda do indice pela data e, enquanto for do
      *periodo, acumula os juros do floor-plan do chassi na filial e
      *conta as vendas sem custo de aquisicao registrado
       ACUMULAJUROS.

           READ CADRESC NEXT RECORD
               AT END
                   MOVE "S" TO FIMINDICE
           END-READ

           IF FIMINDICE NOT = "S"
               IF RSC-DATAVENDA(1:6) NOT = PERIODOPEDIDO
                   MOVE "S" TO FIMINDICE
               ELSE
                   IF RSC-SITUACAO = "V"
                       IF RSC-TEMCUSTO NOT = "S"
                           ADD 1 TO QTSEMCUSTO
                       END-IF
                       PERFORM BUSCAJUROS
                       IF RSC-FILIAL > ZEROS AND RSC-FILIAL <= 99
                           MOVE RSC-FILIAL TO IXFIL
                           ADD JUROSVEIC TO DRE-JUROS (IXFIL)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Soma os juros de floor-plan do chassi corrente em CADFLJUR,
      *mes a mes: o cobrado pelo banco no mes ja conferido, senao a
      *nossa apropriacao
       BUSCAJUROS.

           MOVE ZEROS TO JUROSVEIC
           IF TEMJUROS = "S"
               MOVE RSC-CHASSI TO JUR-CHASSI
               MOVE ZEROS TO JUR-PERIODO
               MOVE "N" TO FIMJUROS
               START CADFLJUR KEY IS NOT LESS THAN JUR-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIMJUROS
               END-START
               PERFORM SOMAJUROS UNTIL FIMJUROS = "S"
               MOVE "00" TO ERROJUR
           END-IF.

      *Le o proximo mes de juros e soma se for do chassi corrente
       SOMAJUROS.

           READ CADFLJUR NEXT RECORD
               AT END
                   MOVE "S" TO FIMJUROS
           END-READ

           IF FIMJUROS NOT = "S"
               IF JUR-CHASSI NOT = RSC-CHASSI
                   MOVE "S" TO FIMJUROS
               ELSE
                   IF JUR-SITUACAO = "C" OR JUR-SITUACAO = "D"
                       ADD JUR-VRBANCO TO JUROSVEIC
                   ELSE
                       ADD JUR-VALOR TO JUROSVEIC
                   END-IF
               END-IF
           END-IF.

      *Acumula as comissoes fechadas do periodo (razao CADCOMI)
           END-IF.

      *Acumula o repasse aos consignantes liquidados no periodo,
      *achando a filial da venda pelo chassi no indice do resumo
       ACUMULAREPASSES.

           MOVE "00" TO ERROAUX
           END-IF.

      *Acha a filial da venda do chassi consignado pela chave
      *alternativa RSC-CHASSI do indice por venda do resumo
       ACHAFILIALVENDA.

           MOVE ZEROS TO FILIALTRAB
           MOVE CONS-CHASSI TO RSC-CHASSI
           MOVE "N" TO FIMINDICE
           START CADRESC KEY IS EQUAL TO RSC-CHASSI
               INVALID KEY
                   MOVE "S" TO FIMINDICE
           END-START
           PERFORM ACHAFILIALREG UNTIL FIMINDICE = "S"
           MOVE "00" TO ERRORSC.

      *Le o proximo contrato do chassi consignado e pega a filial da
      *venda ainda valida
       ACHAFILIALREG.

           READ CADRESC NEXT RECORD
               AT END
                   MOVE "S" TO FIMINDICE
           END-READ

           IF FIMINDICE NOT = "S"
               IF RSC-CHASSI NOT = CONS-CHASSI
                   MOVE "S" TO FIMINDICE
               ELSE
                   IF RSC-SITUACAO = "V"
                       MOVE RSC-FILIAL TO FILIALTRAB
                       MOVE "S" TO FIMINDICE
                   END-IF
               END-IF
           END-IF.

      *Imprime o bloco da filial corrente, se teve movimento, e
      *acumula no consolidado
           STRING "  (-) CUSTO DE AQUISICAO.: " LD-VALOR
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE DRE-JUROS (IXFIL) TO LD-VALOR
           STRING "  (-) JUROS FLOOR-PLAN...: " LD-VALOR
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE DRE-COMISSAO (IXFIL) TO LD-VALOR
           STRING "  (-) COMISSOES FECHADAS.: " LD-VALOR
               DELIMITED BY SIZE INTO LINHAREL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           COMPUTE RESULTADO = DRE-RECEITA (IXFIL)
               - DRE-CUSTO (IXFIL) - DRE-JUROS (IXFIL)
               - DRE-COMISSAO (IXFIL)
               - DRE-REPASSE (IXFIL) - DRE-ICMS (IXFIL)
               - DRE-IPI (IXFIL)
           MOVE RESULTADO TO LD-VALOR

           ADD DRE-RECEITA (IXFIL) TO TOTRECEITA
           ADD DRE-CUSTO (IXFIL) TO TOTCUSTO
           ADD DRE-JUROS (IXFIL) TO TOTJUROS
           ADD DRE-COMISSAO (IXFIL) TO TOTCOMISSAO
           ADD DRE-REPASSE (IXFIL) TO TOTREPASSE
           ADD DRE-ICMS (IXFIL) TO TOTICMS
           STRING "  (-) CUSTO DE AQUISICAO.: " LD-VALOR
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE TOTJUROS TO LD-VALOR
           STRING "  (-) JUROS FLOOR-PLAN...: " LD-VALOR
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE TOTCOMISSAO TO LD-VALOR
           STRING "  (-) COMISSOES FECHADAS.: " LD-VALOR
               DELIMITED BY SIZE INTO LINHAREL
           STRING "  (-) IPI DESTACADO......: " LD-VALOR
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           COMPUTE RESULTADO = TOTRECEITA - TOTCUSTO - TOTJUROS
               - TOTCOMISSAO - TOTREPASSE - TOTICMS - TOTIPI
           MOVE RESULTADO TO LD-VALOR
           STRING "  (=) RESULTADO DO MES...: " LD-VALOR
               DELIMITED BY SIZE INTO LINHAREL
