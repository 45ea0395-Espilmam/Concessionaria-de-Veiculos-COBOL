      *      entregas, acessorios, politica de estoque, consignantes
      *      e relatorios gerenciais - a moldura deste menu ja nao
      *      comporta mais linhas.
      * Mod: 15/10/2026 - senha do operador guardada so como resumo
      *      (P172HSH), com validade em dias (parametro DIASSENH),
      *      troca obrigatoria no primeiro acesso e apos redefinicao
      *      pelo gerente, bloqueio do codigo apos MAXFALHA senhas
      *      erradas seguidas (contadas entre sessoes) e registro de
      *      login, falha, bloqueio e troca de senha no LOGTRANS. O
      *      CADOPER antigo (senha aberta) e convertido na primeira
      *      execucao (marca CONVOPE em CTRLNUM).
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS ERRO.
      *    layout antigo (senha aberta), lido so na conversao
           SELECT OPERANT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CODIGO
               FILE STATUS IS ERRO.
           SELECT OPETRAB ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROTRB.
           SELECT CTRLNUM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-NOME
               FILE STATUS IS ERRO.
           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CODIGO
               FILE STATUS IS ERRO.
           SELECT LOGTRANS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           01 REGOPER.
               02 OPER-CODIGO PIC 9(3) VALUE ZEROS.
               02 OPER-NOME PIC X(20) VALUE SPACES.
      *        resumo da senha calculado pelo P172HSH, nunca a senha
               02 OPER-RESUMO PIC X(18) VALUE SPACES.
               02 OPER-NIVEL PIC 9(1) VALUE 1.
               02 OPER-DATASENHA PIC 9(8) VALUE ZEROS.
               02 OPER-TROCASENHA PIC X(1) VALUE "S".
               02 OPER-FALHAS PIC 9(2) VALUE ZEROS.
               02 OPER-BLOQUEADO PIC X(1) VALUE "N".

           FD OPERANT
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADOPER.DAT".
           01 REGOPERANT.
               02 ANT-CODIGO PIC 9(3) VALUE ZEROS.
               02 FILLER PIC X(29) VALUE SPACES.

           FD OPETRAB
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "OPETRAB.TMP".
           01 REGTRAB PIC X(32) VALUE SPACES.

           FD CTRLNUM
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CTRLNUM.DAT".
           01 REGCTRL.
               02 CTRL-NOME PIC X(8) VALUE SPACES.
               02 CTRL-ULTIMO PIC 9(8) VALUE ZEROS.

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

       WORKING-STORAGE SECTION.

           01 TENTATIVAS PIC 9(1) VALUE ZEROS.
           01 SENHADIGITADA PIC X(8) VALUE SPACES.
           01 TEMOPERADOR PIC X(1) VALUE "N".
           01 ERROTRB PIC X(2) VALUE "00".
           01 SENHANOVA PIC X(8) VALUE SPACES.
           01 SENHACONFIRMA PIC X(8) VALUE SPACES.
           01 PRECISATROCA PIC X(1) VALUE "N".
           01 TROCOUSENHA PIC X(1) VALUE "N".
           01 TENTATROCA PIC 9(1) VALUE ZEROS.
           01 DATAHOJE PIC 9(8) VALUE ZEROS.
           01 DIASSENHA PIC 9(7) VALUE ZEROS.
           01 JACONVERTIDO PIC X(1) VALUE "N".
           01 QTCONVERTIDOS PIC 9(4) VALUE ZEROS.
           01 PARAMPADRAO PIC 9(5)V99 VALUE ZEROS.
      *    validade da senha em dias (0 = nao expira) e senhas erradas
      *    seguidas ate bloquear o codigo (0 = nao bloqueia)
           01 DIASVALIDADE PIC 9(5) VALUE 90.
           01 MAXFALHAS PIC 9(2) VALUE 5.

      *    CADOPER antigo descarregado no OPETRAB.TMP
           01 OPERTRAB.
               02 TRB-CODIGO PIC 9(3) VALUE ZEROS.
               02 TRB-NOME PIC X(20) VALUE SPACES.
               02 TRB-SENHA PIC X(8) VALUE SPACES.
               02 TRB-NIVEL PIC 9(1) VALUE ZEROS.

      *    area de chamada do P172HSH (resumo da senha)
           01 REGHASH.
               02 HSH-CODIGO PIC 9(3) VALUE ZEROS.
               02 HSH-SENHA PIC X(8) VALUE SPACES.
               02 HSH-RESUMO PIC X(18) VALUE SPACES.

       SCREEN SECTION.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *Converte o CADOPER antigo (senha aberta) na primeira execucao e
      *le os parametros da politica de senha
       INICIO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATAHOJE
           PERFORM LECONTROLE
           IF JACONVERTIDO = "N"
               PERFORM CONVERTEOPER
               PERFORM GRAVACONTROLE
           END-IF
           PERFORM LEPARAMETROS.

      *Abre (ou cria) o cadastro de operadores antes do login
       ARQUIVO-OPER.

               DISPLAY "NOME: "
               ACCEPT OPER-NOME
               DISPLAY "SENHA (ATE 8): "
               ACCEPT SENHADIGITADA
               MOVE OPER-CODIGO TO HSH-CODIGO
               MOVE SENHADIGITADA TO HSH-SENHA
               CALL "P172HSH" USING REGHASH
               MOVE HSH-RESUMO TO OPER-RESUMO
               MOVE 3 TO OPER-NIVEL
               MOVE DATAHOJE TO OPER-DATASENHA
               MOVE "N" TO OPER-TROCASENHA
               MOVE ZEROS TO OPER-FALHAS
               MOVE "N" TO OPER-BLOQUEADO
               WRITE REGOPER
               MOVE "00" TO ERRO
               MOVE "GRAVA" TO LOG-OPERACAO
               PERFORM GRAVALOG
           END-IF.

      *Identifica o operador antes de liberar o menu: codigo e resumo
      *da senha conferidos em CADOPER; o nome e o nivel validados sao
      *publicados em USER/OPERNIVEL para os programas chamados. Codigo
      *bloqueado nao entra; senha vencida, nova ou redefinida pelo
      *gerente tem de ser trocada antes do menu
       LOGIN.

           ADD 1 TO TENTATIVAS
           IF ERRO NOT = "00"
               DISPLAY "OPERADOR NAO CADASTRADO"
               MOVE "00" TO ERRO
               MOVE "NAO CADASTRADO" TO OPER-NOME
               MOVE "FALHA" TO LOG-OPERACAO
               PERFORM GRAVALOG
               GO TO LOGIN
           END-IF

           IF OPER-BLOQUEADO = "S"
               DISPLAY "OPERADOR BLOQUEADO POR SENHA INCORRETA -"
                   " PROCURE O GERENTE"
               MOVE "NEGADO" TO LOG-OPERACAO
               PERFORM GRAVALOG
               GO TO LOGIN
           END-IF

           MOVE OPER-CODIGO TO HSH-CODIGO
           MOVE SENHADIGITADA TO HSH-SENHA
           CALL "P172HSH" USING REGHASH
           IF HSH-RESUMO NOT = OPER-RESUMO
               PERFORM REGISTRAFALHA
               GO TO LOGIN
           END-IF

           MOVE ZEROS TO OPER-FALHAS
           REWRITE REGOPER
           MOVE "00" TO ERRO
           MOVE "LOGIN" TO LOG-OPERACAO
           PERFORM GRAVALOG

           MOVE "N" TO PRECISATROCA
           IF OPER-TROCASENHA = "S"
               DISPLAY "PRIMEIRO ACESSO OU SENHA REDEFINIDA PELO"
                   " GERENTE: CADASTRE UMA SENHA NOVA"
               MOVE "S" TO PRECISATROCA
           ELSE
               IF DIASVALIDADE > ZEROS
                   IF OPER-DATASENHA < 19800101
                       MOVE DIASVALIDADE TO DIASSENHA
                   ELSE
                       COMPUTE DIASSENHA =
                           FUNCTION INTEGER-OF-DATE(DATAHOJE) -
                           FUNCTION INTEGER-OF-DATE(OPER-DATASENHA)
                   END-IF
                   IF DIASSENHA >= DIASVALIDADE
                       DISPLAY "SENHA VENCIDA (VALIDADE DE "
                           DIASVALIDADE " DIAS): CADASTRE UMA SENHA"
                           " NOVA"
                       MOVE "S" TO PRECISATROCA
                   END-IF
               END-IF
           END-IF

           IF PRECISATROCA = "S"
               PERFORM TROCASENHA THRU TROCASENHA-FIM
               IF TROCOUSENHA = "N"
                   DISPLAY "SENHA NAO TROCADA, ENCERRANDO"
                   GO TO SAIR
               END-IF
           END-IF

           SET ENVIRONMENT "USER" TO OPER-NOME
           SET ENVIRONMENT "OPERNIVEL" TO OPER-NIVEL
           CLOSE CADOPER
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Conta a senha errada no registro do operador (a contagem vale
      *entre sessoes) e bloqueia o codigo ao chegar em MAXFALHAS; so o
      *gerente desbloqueia, pelo P172OPE
       REGISTRAFALHA.

           IF OPER-FALHAS < 99
               ADD 1 TO OPER-FALHAS
           END-IF
           DISPLAY "SENHA INCORRETA"
           MOVE "FALHA" TO LOG-OPERACAO
           PERFORM GRAVALOG

           IF MAXFALHAS > ZEROS AND OPER-FALHAS >= MAXFALHAS
               MOVE "S" TO OPER-BLOQUEADO
               DISPLAY "OPERADOR BLOQUEADO APOS " OPER-FALHAS
                   " SENHAS ERRADAS - PROCURE O GERENTE"
               MOVE "BLOQUE" TO LOG-OPERACAO
               PERFORM GRAVALOG
           END-IF

           REWRITE REGOPER
           MOVE "00" TO ERRO.

      *Pede a senha nova duas vezes (ate 3 tentativas) e grava o
      *resumo com a data da troca; TROCOUSENHA volta "S" se trocou
       TROCASENHA.

           MOVE "N" TO TROCOUSENHA
           MOVE ZEROS TO TENTATROCA.

       TROCASENHA-PEDE.

           ADD 1 TO TENTATROCA
           IF TENTATROCA > 3
               GO TO TROCASENHA-FIM
           END-IF

           DISPLAY "NOVA SENHA (4 A 8 CARACTERES): "
           ACCEPT SENHANOVA
           DISPLAY "CONFIRME A NOVA SENHA: "
           ACCEPT SENHACONFIRMA

           IF SENHANOVA(1:4) = SPACES OR SENHANOVA(4:1) = SPACE
               DISPLAY "A SENHA DEVE TER DE 4 A 8 CARACTERES"
               GO TO TROCASENHA-PEDE
           END-IF
           IF SENHANOVA NOT = SENHACONFIRMA
               DISPLAY "AS SENHAS NAO CONFEREM"
               GO TO TROCASENHA-PEDE
           END-IF

           MOVE OPER-CODIGO TO HSH-CODIGO
           MOVE SENHANOVA TO HSH-SENHA
           CALL "P172HSH" USING REGHASH
           IF HSH-RESUMO = OPER-RESUMO
               DISPLAY "A SENHA NOVA DEVE SER DIFERENTE DA ATUAL"
               GO TO TROCASENHA-PEDE
           END-IF

           MOVE HSH-RESUMO TO OPER-RESUMO
           MOVE DATAHOJE TO OPER-DATASENHA
           MOVE "N" TO OPER-TROCASENHA
           REWRITE REGOPER
           IF ERRO NOT = "00"
               DISPLAY "ERRO AO GRAVAR A SENHA NOVA"
               MOVE "00" TO ERRO
               GO TO TROCASENHA-FIM
           END-IF

           MOVE "TROSEN" TO LOG-OPERACAO
           PERFORM GRAVALOG
           MOVE "S" TO TROCOUSENHA
           DISPLAY "SENHA ALTERADA".

       TROCASENHA-FIM.
           EXIT.

      *Le em CADPARAM a validade da senha (DIASSENH, padrao 90 dias)
      *e o limite de senhas erradas (MAXFALHA, padrao 5)
       LEPARAMETROS.

           MOVE "DIASSENH" TO PARAM-CODIGO
           MOVE 90 TO PARAMPADRAO
           PERFORM BUSCAPARAM
           MOVE PARAMPADRAO TO DIASVALIDADE

           MOVE "MAXFALHA" TO PARAM-CODIGO
           MOVE 5 TO PARAMPADRAO
           PERFORM BUSCAPARAM
           MOVE PARAMPADRAO TO MAXFALHAS.

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

      *Le em CTRLNUM a marca CONVOPE, gravada quando a conversao do
      *CADOPER para o resumo da senha termina
       LECONTROLE.

           MOVE "N" TO JACONVERTIDO
           OPEN INPUT CTRLNUM
           IF ERRO = "00"
               MOVE "CONVOPE" TO CTRL-NOME
               READ CTRLNUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO JACONVERTIDO
               END-READ
               CLOSE CTRLNUM
           END-IF
           MOVE "00" TO ERRO.

      *Grava a marca CONVOPE em CTRLNUM, com a quantidade convertida
       GRAVACONTROLE.

           OPEN I-O CTRLNUM
           IF ERRO = "30" OR ERRO = "35"
               OPEN OUTPUT CTRLNUM
               CLOSE CTRLNUM
               OPEN I-O CTRLNUM
           END-IF
           MOVE "CONVOPE" TO CTRL-NOME
           MOVE QTCONVERTIDOS TO CTRL-ULTIMO
           WRITE REGCTRL
               INVALID KEY
                   REWRITE REGCTRL
           END-WRITE
           CLOSE CTRLNUM
           MOVE "00" TO ERRO.

      *Descarrega o CADOPER antigo para OPETRAB.TMP e recria o arquivo
      *no layout novo, trocando cada senha aberta pelo resumo; como a
      *senha antiga ficou exposta, todos trocam no proximo acesso.
      *Instalacao sem CADOPER so recebe a marca de convertido
       CONVERTEOPER.

           MOVE ZEROS TO QTCONVERTIDOS
           OPEN INPUT OPERANT
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
           ELSE
               OPEN OUTPUT OPETRAB
               PERFORM UNTIL ERRO = "10"
                   READ OPERANT NEXT RECORD
                       AT END
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       MOVE REGOPERANT TO REGTRAB
                       WRITE REGTRAB
                   END-IF
               END-PERFORM
               CLOSE OPERANT
               CLOSE OPETRAB
               MOVE "00" TO ERRO

               OPEN INPUT OPETRAB
               OPEN OUTPUT CADOPER
               MOVE "00" TO ERROTRB
               PERFORM UNTIL ERROTRB = "10"
                   READ OPETRAB INTO OPERTRAB
                       AT END
                           MOVE "10" TO ERROTRB
                       NOT AT END
                           PERFORM CONVERTEREGISTRO
                   END-READ
               END-PERFORM
               CLOSE OPETRAB
               CLOSE CADOPER
               MOVE "00" TO ERRO
               DISPLAY "CADOPER CONVERTIDO PARA SENHA COM RESUMO: "
                   QTCONVERTIDOS " OPERADORES"
               DISPLAY "CADA OPERADOR CADASTRA UMA SENHA NOVA NO"
                   " PROXIMO ACESSO"
           END-IF.

      *Grava no layout novo o operador antigo lido do OPETRAB.TMP
       CONVERTEREGISTRO.

           MOVE TRB-CODIGO TO OPER-CODIGO HSH-CODIGO
           MOVE TRB-NOME TO OPER-NOME
           MOVE TRB-NIVEL TO OPER-NIVEL
           MOVE TRB-SENHA TO HSH-SENHA
           CALL "P172HSH" USING REGHASH
           MOVE HSH-RESUMO TO OPER-RESUMO
           MOVE DATAHOJE TO OPER-DATASENHA
           MOVE "S" TO OPER-TROCASENHA
           MOVE ZEROS TO OPER-FALHAS
           MOVE "N" TO OPER-BLOQUEADO
           WRITE REGOPER
           ADD 1 TO QTCONVERTIDOS.

      *Grava no LOGTRANS o evento de acesso do operador corrente
      *(LOG-OPERACAO ja deve estar preenchida); a chave e o codigo
      *digitado, para a consulta de acessos do P172LOG
       GRAVALOG.
           MOVE "P172900" TO LOG-PROGRAMA
           MOVE OPER-NOME TO LOG-OPERADOR
           MOVE OPER-CODIGO TO LOG-CHAVE
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
       SAIR.

