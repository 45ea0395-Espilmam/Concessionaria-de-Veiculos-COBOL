      *     - NA IDE, CLICAR EM Edit > Preferences > Run > MARCAR Run in external terminal
      *     - PARA ABRIR QUALQUER PROGRAMA COBOL NESSA IDE, DEVE PRIMEIRO ABRIR
      *       ELA E DEPOIS ABRIR O PROGRAMA. NUNCA ABRIR DIRETO.
      * Mod: 15/10/2026 - a venda da nota e procurada pelo chassi
      *      (chave alternativa CHASSI de CADVEIC, a chave principal
      *      passou a ser o numero do contrato) e so vale se o CPF do
      *      comprador for o da nota.
      * Mod: 15/10/2026 - nota sem chassi e nota de venda de pecas no
      *      balcao (P172BAL): entra nos totais sem procurar venda de
      *      veiculo em CADVEIC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172APU.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERROVEI
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
           SELECT ARQREL ASSIGN TO DYNAMIC NOMERELATORIO
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 VEIC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 VEICULO.
                   03 VEIC-MARCA PIC 9(3) VALUE ZEROES.
                   03 VEIC-MODEL PIC 9(3) VALUE ZEROES.
           END-IF.

      *Confere se a venda da nota ainda existe em CADVEIC (nota de
      *venda cancelada sai para estorno); nota de balcao nao tem
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
