      *    restritas (cancelamento de venda, exclusoes, restauracao
      *    de backup) exijam nivel de gerente. Este cadastro so abre
      *    para operador de nivel 3.
      * Mod: 15/10/2026 - senha guardada so como resumo (P172HSH);
      *      operador novo recebe senha provisoria, trocada no
      *      primeiro acesso; alteracao nao mexe mais na senha.
      *      Opcoes de redefinir a senha (o operador troca no proximo
      *      login) e de desbloquear o codigo travado por senhas
      *      erradas, com registro no LOGTRANS (RESSEN/DESBLQ).
      *      Listagem mostra a situacao do operador.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
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

           FD LOGTRANS
              LABEL  RECORD IS STANDARD
           01 FIMLISTA PIC X(1) VALUE "N".
           01 ACHOUOPER PIC X(1) VALUE "N".
           01 NIVELOPER PIC X(1) VALUE SPACES.
           01 SENHADIGITADA PIC X(8) VALUE SPACES.
           01 ESTAVABLOQ PIC X(1) VALUE "N".
           01 SITUACAOOPER PIC X(13) VALUE SPACES.

      *    area de chamada do P172HSH (resumo da senha)
           01 REGHASH.
               02 HSH-CODIGO PIC 9(3) VALUE ZEROS.
               02 HSH-SENHA PIC X(8) VALUE SPACES.
               02 HSH-RESUMO PIC X(18) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

           DISPLAY "1 - CADASTRAR / ALTERAR OPERADOR"
           DISPLAY "2 - LISTAR OPERADORES"
           DISPLAY "3 - EXCLUIR OPERADOR"
           DISPLAY "4 - REDEFINIR SENHA"
           DISPLAY "5 - DESBLOQUEAR OPERADOR"
           DISPLAY "6 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
               ELSE IF OPC = "3"
                   GO TO APAGAR
               ELSE IF OPC = "4"
                   GO TO REDEFINIR
               ELSE IF OPC = "5"
                   GO TO DESBLOQUEAR
               ELSE IF OPC = "6"
                   GO TO SAIR
               ELSE
                   GO TO MENU-PRINCIPAL.

      *Cadastra ou altera um operador; a senha so e pedida para o
      *operador novo (provisoria, trocada no primeiro acesso)
       CADASTRAR.

           DISPLAY "CODIGO DO OPERADOR: "
               GO TO CADASTRAR
           END-IF

           IF ACHOUOPER = "N"
               DISPLAY "SENHA PROVISORIA (ATE 8): "
               ACCEPT SENHADIGITADA
               IF SENHADIGITADA = SPACES
                   DISPLAY "DIGITE A SENHA"
                   GO TO CADASTRAR
               END-IF
           END-IF

           DISPLAY "NIVEL (1=OPERADOR 2=SUPERVISOR 3=GERENTE): "
                   DISPLAY "ERRO AO ALTERAR O OPERADOR"
               END-IF
           ELSE
               PERFORM SENHAPROVISORIA
               MOVE "N" TO OPER-BLOQUEADO
               WRITE REGOPER
               IF ERRO = "00" OR "02"
                   DISPLAY "OPERADOR GRAVADO"

           GO TO MENU-PRINCIPAL.

      *Lista os operadores com a situacao (sem mostrar a senha)
       LISTAR.

           MOVE "N" TO FIMLISTA
           END-START

           DISPLAY " "
           DISPLAY "COD  NOME                  NIVEL  SITUACAO"
           DISPLAY "---------------------------------------------"

           PERFORM MOSTRAOPER UNTIL FIMLISTA = "S"

           DISPLAY "---------------------------------------------"
           GO TO MENU-PRINCIPAL.

      *Le o proximo operador e mostra na tela
           END-READ

           IF FIMLISTA NOT = "S"
               IF OPER-BLOQUEADO = "S"
                   MOVE "BLOQUEADO" TO SITUACAOOPER
               ELSE
                   IF OPER-TROCASENHA = "S"
                       MOVE "TROCAR SENHA" TO SITUACAOOPER
                   ELSE
                       MOVE "ATIVO" TO SITUACAOOPER
                   END-IF
               END-IF
               DISPLAY OPER-CODIGO "  " OPER-NOME "  " OPER-NIVEL
                   "      " SITUACAOOPER
           END-IF.

      *Exclui um operador cadastrado

           GO TO MENU-PRINCIPAL.

      *Redefine a senha de um operador: o gerente informa uma senha
      *provisoria, o codigo e desbloqueado e o operador e obrigado a
      *trocar a senha no proximo login
       REDEFINIR.

           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT OPER-CODIGO

           READ CADOPER
           IF ERRO NOT = "00"
               DISPLAY "OPERADOR NAO ENCONTRADO"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "OPERADOR: " OPER-NOME
           DISPLAY "SENHA PROVISORIA (ATE 8): "
           ACCEPT SENHADIGITADA
           IF SENHADIGITADA = SPACES
               DISPLAY "SENHA NAO REDEFINIDA"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE OPER-BLOQUEADO TO ESTAVABLOQ
           PERFORM SENHAPROVISORIA
           MOVE "N" TO OPER-BLOQUEADO
           REWRITE REGOPER
           IF ERRO = "00" OR "02"
               DISPLAY "SENHA REDEFINIDA, TROCA OBRIGATORIA NO PROXIMO"
                   " ACESSO"
               MOVE "RESSEN" TO LOG-OPERACAO
               MOVE OPER-CODIGO TO LOG-CHAVE
               PERFORM GRAVALOG
               IF ESTAVABLOQ = "S"
                   MOVE "DESBLQ" TO LOG-OPERACAO
                   MOVE OPER-CODIGO TO LOG-CHAVE
                   PERFORM GRAVALOG
               END-IF
           ELSE
               DISPLAY "ERRO AO REDEFINIR A SENHA"
           END-IF

           GO TO MENU-PRINCIPAL.

      *Desbloqueia o codigo travado por senhas erradas, mantendo a
      *senha atual do operador
       DESBLOQUEAR.

           DISPLAY "CODIGO DO OPERADOR A DESBLOQUEAR: "
           ACCEPT OPER-CODIGO

           READ CADOPER
           IF ERRO NOT = "00"
               DISPLAY "OPERADOR NAO ENCONTRADO"
               MOVE "00" TO ERRO
               GO TO MENU-PRINCIPAL
           END-IF

           IF OPER-BLOQUEADO NOT = "S"
               DISPLAY "OPERADOR " OPER-NOME " NAO ESTA BLOQUEADO"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "N" TO OPER-BLOQUEADO
           MOVE ZEROS TO OPER-FALHAS
           REWRITE REGOPER
           IF ERRO = "00" OR "02"
               DISPLAY "OPERADOR DESBLOQUEADO"
               MOVE "DESBLQ" TO LOG-OPERACAO
               MOVE OPER-CODIGO TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO AO DESBLOQUEAR O OPERADOR"
           END-IF

           GO TO MENU-PRINCIPAL.

      *Grava no registro o resumo da senha provisoria digitada, zera
      *as senhas erradas e marca a troca obrigatoria no proximo login
       SENHAPROVISORIA.

           MOVE OPER-CODIGO TO HSH-CODIGO
           MOVE SENHADIGITADA TO HSH-SENHA
           CALL "P172HSH" USING REGHASH
           MOVE HSH-RESUMO TO OPER-RESUMO
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPER-DATASENHA
           MOVE "S" TO OPER-TROCASENHA
           MOVE ZEROS TO OPER-FALHAS
           MOVE SPACES TO SENHADIGITADA.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
