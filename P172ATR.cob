      * Mod: 22/08/2026 - saida em spool paginado (arquivo datado por
      *      execucao, registrado em SPOOLIDX para o gerenciador
      *      P172SPO); o console passa a mostrar so o resumo.
      * Mod: 15/10/2026 - a filial da parcela e achada pelo contrato
      *      (PARC-CONTRATO, chave de CADVEIC) e o detalhe mostra o
      *      numero do contrato.
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
           SELECT CADPROPR ASSIGN TO DISK
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
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 VEIC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 VEICULO.
                   03 VEIC-MARCA PIC 9(3) VALUE ZEROES.
                   03 VEIC-MODEL PIC 9(3) VALUE ZEROES.
               02 CNPJ PIC 9(14) VALUE ZEROS.
               02 RAZAOSOCIAL PIC X(30) VALUE SPACES.
               02 INSCRESTADUAL PIC X(14) VALUE SPACES.
               02 CEPPROPR PIC 9(8) VALUE ZEROS.
               02 NUMEROEND PIC X(6) VALUE SPACES.

           FD CADPARAM
              LABEL  RECORD IS STANDARD
           MOVE "===================================================="
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "CONTRATO  VEICULO (MARCA/MODELO/CPF)  PARC  VENCTO"
               TO LINHAREL
           PERFORM GRAVAREL
           MOVE "  DIAS  FAIXA       VALOR      MULTA      JUROS"
           MOVE VALORMULTA TO LD-MULTA
           MOVE VALORJUROS TO LD-JUROS

           STRING PARC-CONTRATO "  " PARC-MARCA "/" PARC-MODELO "/"
               PARC-CPF
               "  " PARC-NUMERO "  " PARC-VENCIMENTO
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL.

      *Busca a venda da parcela em CADVEIC para achar a FILIAL e
      *acumula a exposicao da parcela naquela filial
       ACUMULAFILIAL.

           MOVE PARC-CONTRATO TO VEIC-CONTRATO
           READ CADVEIC
               INVALID KEY
                   MOVE ZEROS TO FILIAL
