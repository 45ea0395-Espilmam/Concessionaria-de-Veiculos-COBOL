      *    P172904, o casamento com os leads abertos grava o arquivo
      *    LIGALEAD.TXT, e a opcao de relatorio daqui imprime a lista
      *    "ligar para" do dia com telefone e vendedor.
      * Mod: 15/10/2026 - layout de CADLEAD com o chassi anunciado,
      *      o portal de origem e a filial do lead; a lista mostra o
      *      portal e o chassi dos leads importados pelo P172POR.
      * Mod: 15/10/2026 - LGPD: o cadastro pergunta se o cliente
      *      aceita contato de marketing e por qual canal e grava o
      *      consentimento em CADLGPD (chave "L"+numero do lead); o
      *      relatorio "ligar para" deixa de fora quem recusou e marca
      *      com "*" quem nao respondeu.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPO-CHAVE
               FILE STATUS IS ERROIDX.
           SELECT CADLGPD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGPD-CHAVE
               FILE STATUS IS ERROLGP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               02 LEAD-DDD PIC 9(2) VALUE ZEROS.
               02 LEAD-FONE PIC 9(11) VALUE ZEROS.
               02 LEAD-VENDEDOR PIC 9(3) VALUE ZEROS.
               02 LEAD-CHASSI PIC X(17) VALUE SPACES.
               02 LEAD-PORTAL PIC 9(2) VALUE ZEROS.
               02 LEAD-FILIAL PIC 9(2) VALUE ZEROS.

           FD CADMODEL
              LABEL  RECORD IS STANDARD
                   03 SPO-DATAHORA PIC X(14) VALUE SPACES.
               02 SPO-TITULO PIC X(30) VALUE SPACES.
               02 SPO-ARQUIVO PIC X(22) VALUE SPACES.
           FD CADLGPD
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADLGPD.DAT".
           01 REGLGPD.
               02 LGPD-CHAVE.
                   03 LGPD-TIPO PIC X(1) VALUE "C".
                   03 LGPD-CODIGO PIC 9(11) VALUE ZEROS.
               02 LGPD-MARKETING PIC X(1) VALUE SPACES.
               02 LGPD-DATA PIC 9(8) VALUE ZEROS.
               02 LGPD-CANAL PIC X(1) VALUE SPACES.
               02 LGPD-OPERADOR PIC X(20) VALUE SPACES.
               02 LGPD-DATAREF PIC 9(8) VALUE ZEROS.
               02 LGPD-DATAANON PIC 9(8) VALUE ZEROS.
       WORKING-STORAGE SECTION.
           01 ERROREL PIC X(2) VALUE "00".
           01 ERROIDX PIC X(2) VALUE "00".
           01 CTRLNOME-TRAB PIC X(8) VALUE SPACES.
           01 TENTATIVASCTRL PIC 9(3) VALUE ZEROS.
           01 ERROLIGA PIC X(2) VALUE "00".
           01 ERROLGP PIC X(2) VALUE "00".
           01 RESPLGPD PIC X(1) VALUE SPACES.
           01 CANALLGPD PIC X(1) VALUE SPACES.
           01 MARCALGPD PIC X(2) VALUE SPACES.
           01 ABRIULGPD PIC X(1) VALUE "N".
           01 QTRECUSA PIC 9(5) VALUE ZEROS.
           01 OPC PIC X(1) VALUE SPACES.
           01 FIMLISTA PIC X(1) VALUE "N".
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           DISPLAY "TELEFONE: "
           ACCEPT LEAD-FONE

           MOVE SPACES TO RESPLGPD CANALLGPD
           PERFORM PEDECONSENTIMENTO UNTIL CANALLGPD NOT = SPACES

           DISPLAY "CODIGO DO VENDEDOR QUE CAPTOU: "
           ACCEPT LEAD-VENDEDOR
           MOVE LEAD-VENDEDOR TO VEND-CODIGO
           MOVE NUMPEDIDO TO LEAD-NUMERO
           MOVE "A" TO LEAD-SITUACAO
           MOVE DATAHOJE TO LEAD-DATA
           MOVE SPACES TO LEAD-CHASSI
           MOVE ZEROS TO LEAD-PORTAL
           MOVE ZEROS TO LEAD-FILIAL

           WRITE REGLEAD

               MOVE "GRAVA" TO LOG-OPERACAO
               MOVE LEAD-NUMERO TO LOG-CHAVE
               PERFORM GRAVALOG
               PERFORM GRAVACONSENTIMENTO
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO LEAD"
           END-IF

           GO TO MENU-PRINCIPAL.

      *Pergunta se o cliente aceita contato de marketing e por qual
      *canal respondeu; repete ate as duas respostas serem validas
       PEDECONSENTIMENTO.

           DISPLAY "ACEITA CONTATO DE MARKETING ? S/N"
           ACCEPT RESPLGPD
           IF RESPLGPD = "s"
               MOVE "S" TO RESPLGPD
           END-IF
           IF RESPLGPD = "n"
               MOVE "N" TO RESPLGPD
           END-IF
           IF RESPLGPD NOT = "S" AND NOT = "N"
               DISPLAY "RESPONDA S OU N"
           ELSE
               DISPLAY "CANAL: L-LOJA T-TELEFONE E-EMAIL S-SITE"
                   " D-DOCUMENTO"
               ACCEPT CANALLGPD
               IF CANALLGPD NOT = "L" AND NOT = "T" AND NOT = "E"
                   AND NOT = "S" AND NOT = "D"
                   DISPLAY "CANAL INVALIDO"
                   MOVE SPACES TO CANALLGPD
               END-IF
           END-IF.

      *Grava em CADLGPD o consentimento do lead recem-cadastrado,
      *criando o arquivo na primeira utilizacao
       GRAVACONSENTIMENTO.

           MOVE "00" TO ERROLGP
           OPEN I-O CADLGPD
           IF ERROLGP = "30" OR ERROLGP = "35"
               OPEN OUTPUT CADLGPD
               CLOSE CADLGPD
               OPEN I-O CADLGPD
           END-IF
           MOVE "L" TO LGPD-TIPO
           MOVE LEAD-NUMERO TO LGPD-CODIGO
           MOVE RESPLGPD TO LGPD-MARKETING
           MOVE DATAHOJE TO LGPD-DATA
           MOVE CANALLGPD TO LGPD-CANAL
           ACCEPT LGPD-OPERADOR FROM ENVIRONMENT "USER"
           MOVE ZEROS TO LGPD-DATAREF LGPD-DATAANON
           WRITE REGLGPD
               INVALID KEY
                   REWRITE REGLGPD
           END-WRITE
           CLOSE CADLGPD
           MOVE "00" TO ERROLGP.

      *Lista os leads em aberto
       LISTAR.

                       "-" LEAD-ANOATE "  " LEAD-NOME
                   DISPLAY "  " LEAD-DDD " " LEAD-FONE "  "
                       LEAD-VENDEDOR
                   IF LEAD-PORTAL > ZEROS
                       DISPLAY "  PORTAL " LEAD-PORTAL " FILIAL "
                           LEAD-FILIAL " CHASSI " LEAD-CHASSI
                   END-IF
               END-IF
           END-IF.

               TO LINHAREL
           PERFORM GRAVAREL

      *    sem o arquivo de consentimentos ninguem respondeu ainda
           MOVE "N" TO ABRIULGPD
           MOVE "00" TO ERROLGP
           OPEN INPUT CADLGPD
           IF ERROLGP = "00"
               MOVE "S" TO ABRIULGPD
           END-IF

           MOVE ZEROS TO QTMOSTRADOS QTRECUSA
           MOVE "N" TO FIMLISTA
           PERFORM MOSTRALIGA UNTIL FIMLISTA = "S"

           CLOSE LIGALEAD
           IF ABRIULGPD = "S"
               CLOSE CADLGPD
           END-IF
           MOVE "-----------------------------------------------"
               TO LINHAREL
           PERFORM GRAVAREL
           STRING "CASAMENTOS NO DIA: " QTMOSTRADOS
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL
           MOVE "  * SEM CONSENTIMENTO DE MARKETING INFORMADO"
               TO LINHAREL
           PERFORM GRAVAREL
           STRING "FORA DA LISTA (RECUSARAM MARKETING): " QTRECUSA
               DELIMITED BY SIZE INTO LINHAREL
           PERFORM GRAVAREL

           CLOSE ARQREL
           DISPLAY " "

           IF FIMLISTA NOT = "S"
               IF LIGA-DATA = DATAPEDIDA
                   PERFORM BUSCACONSENTIMENTO
                   IF LGPD-MARKETING = "N"
                       ADD 1 TO QTRECUSA
                   ELSE
                       STRING LIGA-LEAD "  " LIGA-NOME "  " LIGA-DDD
                           " " LIGA-FONE MARCALGPD
                           DELIMITED BY SIZE INTO LINHAREL
                       PERFORM GRAVAREL
                       STRING "  " LIGA-VENDEDOR "       " LIGA-CHASSI
                           DELIMITED BY SIZE INTO LINHAREL
                       PERFORM GRAVAREL
                       ADD 1 TO QTMOSTRADOS
                   END-IF
               END-IF
           END-IF.

      *Le o consentimento do lead do casamento corrente; "*" em
      *MARCALGPD quando ainda nao respondeu
       BUSCACONSENTIMENTO.

           MOVE SPACES TO LGPD-MARKETING
           IF ABRIULGPD = "S"
               MOVE "L" TO LGPD-TIPO
               MOVE LIGA-LEAD TO LGPD-CODIGO
               READ CADLGPD
                   INVALID KEY
                       MOVE SPACES TO LGPD-MARKETING
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               MOVE "00" TO ERROLGP
           END-IF
           IF LGPD-MARKETING = "S"
               MOVE SPACES TO MARCALGPD
           ELSE
               MOVE " *" TO MARCALGPD
           END-IF.

      *Busca o proximo numero de lead no contador LEAD de CTRLNUM,
      *criando o contador na primeira utilizacao
       PROXNUMERO.
