      ******************************************************************
      * Author: PEDRO SPIELMANN
      * Date: 15/10/2026
      * Purpose: Apropriacao noturna dos juros de floor-plan, passo da
      *    cadeia do P172CTL. Para cada contrato de CADFLOOR (P172FLP)
      *    ainda nao quitado no banco (ativo "A" ou com quitacao
      *    pendente "Q"), calcula os juros de cada dia desde a ultima
      *    apropriacao ate hoje - valor financiado vezes a taxa diaria
      *    do contrato, so depois da carencia - somando no acumulado
      *    do contrato e no mes do dia em CADFLJUR, que o P172FLP
      *    confere contra o extrato de juros do banco e o P172DRE
      *    lanca como custo do veiculo. Noite sem rodar e recuperada
      *    na seguinte. As quitacoes pendentes vencidas ou vencendo
      *    hoje saem no relatorio de aviso pelo spool (P172SPO).
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172FLJ.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFLOOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLO-CHASSI
               FILE STATUS IS ERRO.
           SELECT CADFLJUR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JUR-CHAVE
               FILE STATUS IS ERROJUR.
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

           FD CADFLOOR
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADFLOOR.DAT".
           01 REGFLOOR.
               02 FLO-CHASSI PIC X(17) VALUE SPACES.
               02 FLO-BANCO PIC 9(3) VALUE ZEROS.
               02 FLO-CNPJBCO PIC 9(14) VALUE ZEROS.
               02 FLO-NOMEBCO PIC X(30) VALUE SPACES.
               02 FLO-CONTRATOBCO PIC X(15) VALUE SPACES.
               02 FLO-VALORFIN PIC 9(8)V99 VALUE ZEROS.
               02 FLO-DATAINICIO PIC 9(8) VALUE ZEROS.
               02 FLO-TAXADIA PIC 9(1)V9(4) VALUE ZEROS.
               02 FLO-CARENCIA PIC 9(3) VALUE ZEROS.
               02 FLO-DIASQUIT PIC 9(3) VALUE ZEROS.
               02 FLO-JUROSACUM PIC 9(8)V99 VALUE ZEROS.
               02 FLO-DATAULTAC PIC 9(8) VALUE ZEROS.
               02 FLO-SITUACAO PIC X(1) VALUE "A".
               02 FLO-EVENTO PIC X(1) VALUE SPACES.
               02 FLO-DATAEVENTO PIC 9(8) VALUE ZEROS.
               02 FLO-PRAZOQUIT PIC 9(8) VALUE ZEROS.
               02 FLO-TITULO PIC 9(6) VALUE ZEROS.
               02 FLO-DATAQUIT PIC 9(8) VALUE ZEROS.

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
           01 ERROJUR PIC X(2) VALUE "00".
           01 FIMLISTA PIC X(1) VALUE "N".
           01 ABRIUAVISO PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 DIASHOJE PIC 9(8) VALUE ZEROS.
           01 DIAULTIMO PIC 9(8) VALUE ZEROS.
           01 DIACARENCIA PIC 9(8) VALUE ZEROS.
           01 DATADIA PIC 9(8) VALUE ZEROS.
           01 JUROSDIA PIC 9(6)V99 VALUE ZEROS.
           01 DIASATRASO PIC S9(5) VALUE ZEROS.

           01 QTCONTRATOS PIC 9(5) VALUE ZEROS.
           01 QTAVISOS PIC 9(5) VALUE ZEROS.
           01 VRAPROPRIADO PIC 9(10)V99 VALUE ZEROS.

           01 LD-VALOR PIC Z(8),99 VALUE ZEROS.
           01 LD-TOTAL PIC Z(10),99 VALUE ZEROS.
           01 LD-DIAS PIC -ZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Abre os arquivos e comanda a apropriacao de cada contrato
       INICIO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE
           COMPUTE DIASHOJE =
               FUNCTION INTEGER-OF-DATE (DATAHOJE)

           MOVE "00" TO ERRO
           OPEN I-O CADFLOOR
           IF ERRO = "30" OR ERRO = "35"
               DISPLAY "NENHUM CONTRATO DE FLOOR-PLAN CADASTRADO"
               MOVE "00" TO ERRO
               GO TO SAIR
           END-IF
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFLOOR"
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF

           MOVE "00" TO ERROJUR
           OPEN I-O CADFLJUR
           IF ERROJUR = "30" OR ERROJUR = "35"
               OPEN OUTPUT CADFLJUR
               CLOSE CADFLJUR
               MOVE "00" TO ERROJUR
               OPEN I-O CADFLJUR
           END-IF
           IF ERROJUR NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFLJUR"
               CLOSE CADFLOOR
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF

           MOVE "N" TO FIMLISTA
           PERFORM PROCESSACONTRATO UNTIL FIMLISTA = "S"

           CLOSE CADFLOOR
           CLOSE CADFLJUR

           MOVE VRAPROPRIADO TO LD-TOTAL
           DISPLAY "CONTRATOS DE FLOOR-PLAN APROPRIADOS: " QTCONTRATOS
           DISPLAY "JUROS APROPRIADOS NA RODADA: " LD-TOTAL
           IF ABRIUAVISO = "S"
               PERFORM GRAVAREL
               STRING "QUITACOES VENCIDAS OU VENCENDO HOJE: "
                   QTAVISOS DELIMITED BY SIZE INTO LINHAREL
               PERFORM GRAVAREL
               CLOSE ARQREL
               DISPLAY "ATENCAO: " QTAVISOS " QUITACOES DE FLOOR-PLAN"
                   " VENCIDAS OU VENCENDO HOJE"
               DISPLAY "RELATORIO GRAVADO EM " NOMERELATORIO
           END-IF
           GO TO SAIR.

      *Le o proximo contrato; os ainda nao quitados no banco recebem
      *os juros e, com quitacao pendente, entram no aviso de prazo
       PROCESSACONTRATO.

           READ CADFLOOR NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF FLO-SITUACAO = "A" OR FLO-SITUACAO = "Q"
                   PERFORM APROPRIACONTRATO
                   IF FLO-SITUACAO = "Q" AND FLO-PRAZOQUIT <= DATAHOJE
                       PERFORM AVISAPRAZO
                   END-IF
               END-IF
           END-IF.

      *Apropria os juros do contrato corrente dia a dia, da ultima
      *apropriacao (ou do inicio do contrato) ate hoje
       APROPRIACONTRATO.

           IF FLO-DATAULTAC = ZEROS
               MOVE FLO-DATAINICIO TO FLO-DATAULTAC
           END-IF
           COMPUTE DIAULTIMO =
               FUNCTION INTEGER-OF-DATE (FLO-DATAULTAC)
           COMPUTE DIACARENCIA =
               FUNCTION INTEGER-OF-DATE (FLO-DATAINICIO)
               + FLO-CARENCIA
           COMPUTE JUROSDIA ROUNDED =
               FLO-VALORFIN * FLO-TAXADIA / 100

           PERFORM APROPRIADIA UNTIL DIAULTIMO >= DIASHOJE

           IF FLO-DATAULTAC < DATAHOJE
               MOVE DATAHOJE TO FLO-DATAULTAC
           END-IF
           REWRITE REGFLOOR
           MOVE "00" TO ERRO
           ADD 1 TO QTCONTRATOS.

      *Avanca um dia; passada a carencia, soma os juros do dia no
      *contrato e no mes do dia
       APROPRIADIA.

           ADD 1 TO DIAULTIMO
           IF DIAULTIMO > DIACARENCIA
               ADD JUROSDIA TO FLO-JUROSACUM
               ADD JUROSDIA TO VRAPROPRIADO
               COMPUTE DATADIA = FUNCTION DATE-OF-INTEGER (DIAULTIMO)
               PERFORM LANCAMES
           END-IF.

      *Soma os juros do dia no registro do chassi no mes em CADFLJUR,
      *criando o registro no primeiro dia do mes
       LANCAMES.

           MOVE FLO-CHASSI TO JUR-CHASSI
           MOVE DATADIA(1:6) TO JUR-PERIODO
           READ CADFLJUR
               INVALID KEY
                   MOVE FLO-BANCO TO JUR-BANCO
                   MOVE 1 TO JUR-DIAS
                   MOVE JUROSDIA TO JUR-VALOR
                   MOVE ZEROS TO JUR-VRBANCO
                   MOVE "P" TO JUR-SITUACAO
                   WRITE REGFLJUR
               NOT INVALID KEY
                   ADD 1 TO JUR-DIAS
                   ADD JUROSDIA TO JUR-VALOR
                   REWRITE REGFLJUR
           END-READ
           MOVE "00" TO ERROJUR.

      *Lista a quitacao pendente do contrato corrente no aviso de
      *prazo, abrindo o relatorio na primeira
       AVISAPRAZO.

           IF ABRIUAVISO NOT = "S"
               MOVE "S" TO ABRIUAVISO
               MOVE "AVISO DE QUITACAO FLOOR-PLAN" TO TITULOREL
               PERFORM ABRESPOOL
               MOVE "QUITACOES DE FLOOR-PLAN VENCIDAS OU VENCENDO"
                   TO LINHAREL
               MOVE "HOJE" TO LINHAREL(46:4)
               PERFORM GRAVAREL
               MOVE "ATRASO NA QUITACAO GERA MULTA DO BANCO"
                   TO LINHAREL
               PERFORM GRAVAREL
               PERFORM GRAVAREL
               MOVE "CHASSI            BCO EV EVENTO   PRAZO"
                   TO LINHAREL
               MOVE "ATRASO   VALOR FINANC." TO LINHAREL(45:22)
               PERFORM GRAVAREL
               MOVE ALL "-" TO LINHAREL(1:70)
               PERFORM GRAVAREL
           END-IF

           ADD 1 TO QTAVISOS
           COMPUTE DIASATRASO = DIASHOJE
               - FUNCTION INTEGER-OF-DATE (FLO-PRAZOQUIT)
           MOVE DIASATRASO TO LD-DIAS
           MOVE FLO-VALORFIN TO LD-VALOR
           MOVE FLO-CHASSI TO LINHAREL(1:17)
           MOVE FLO-BANCO TO LINHAREL(19:3)
           MOVE FLO-EVENTO TO LINHAREL(23:1)
           MOVE FLO-DATAEVENTO TO LINHAREL(26:8)
           MOVE FLO-PRAZOQUIT TO LINHAREL(35:8)
           MOVE LD-DIAS TO LINHAREL(45:5)
           MOVE LD-VALOR TO LINHAREL(54:11)
           PERFORM GRAVAREL.

      *Fecha o programa
       SAIR.

           GOBACK.

      *Abre o arquivo de spool com nome datado por execucao e o
      *registra no indice SPOOLIDX para o gerenciador P172SPO
       ABRESPOOL.

           MOVE FUNCTION CURRENT-DATE (1:14) TO DATAHORAREL
           MOVE SPACES TO NOMERELATORIO
           MOVE "FLJ" TO NOMERELATORIO(1:3)
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
           MOVE "P172FLJ" TO SPO-PROGRAMA
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
           STRING "P172FLJ  " TITULOREL "  " DATAHOJE
               "  PAGINA " LD-PAGINA
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE 3 TO CONTLINHA.

       END PROGRAM P172FLJ.
