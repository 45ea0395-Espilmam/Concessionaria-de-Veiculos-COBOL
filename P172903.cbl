      *      A chave CPF de 11 digitos continua sendo a do arquivo:
      *      para PJ ela guarda os 11 digitos finais do CNPJ (chave
      *      reduzida), e o CNPJ completo fica no proprio registro.
      * Mod: 15/10/2026 - endereco completo: o CEP conferido em CADCEP
      *      passa a ser gravado no proprietario (CEPPROPR), junto com
      *      o numero (NUMEROEND, novo campo CAD-NUMEND) e o
      *      complemento; logradouro, bairro, cidade e UF continuam
      *      vindo do CADCEP na hora de imprimir.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172903.
               02 CNPJ PIC 9(14) VALUE ZEROS.
               02 RAZAOSOCIAL PIC X(30) VALUE SPACES.
               02 INSCRESTADUAL PIC X(14) VALUE SPACES.
               02 CEPPROPR PIC 9(8) VALUE ZEROS.
               02 NUMEROEND PIC X(6) VALUE SPACES.

           FD CADCEP
              LABEL  RECORD IS STANDARD
           05  LINE 09  COLUMN 01
               VALUE  "บ   UF:      COMPLEMENTO:".
           05  LINE 09  COLUMN 41
               VALUE  "                  NR:           บ".
           05  LINE 10  COLUMN 01
               VALUE  "บออออออออออออออ".
           05  LINE 10  COLUMN 16
               LINE 07  COLUMN 10  PIC 9(08)
               USING  CEP
               HIGHLIGHT.
           05  TNUMEROEND
               LINE 09  COLUMN 63  PIC X(06)
               USING  NUMEROEND
               HIGHLIGHT.
           05  TTELEFONE
               LINE 12  COLUMN 15  PIC 99.99999.9999
               USING  TELEFONE
                           DISPLAY BAIRRO AT 0813
                           DISPLAY CIDADE AT 0849
                           DISPLAY UF AT 0909
                           MOVE CEP TO CEPPROPR
                           ACCEPT COMPLEMENTO AT 0927

                           ACCEPT EFE FROM ESCAPE KEY
                       GO TO CAD-CEP
                   END-IF.

      *Cadastra o numero do endereco (S/N quando o imovel nao tem)
       CAD-NUMEND.

           ACCEPT TNUMEROEND
           PERFORM LIMPAERRO

           ACCEPT EFE FROM ESCAPE KEY

               IF EFE = 01
                   GO TO CAD-CEP
               ELSE IF EFE = 2
                   GO TO SAIR
           END-IF

               IF NUMEROEND = SPACES
                   DISPLAY "DIGITE O NUMERO (S/N SE NAO HOUVER)" AT 1612
                   GO TO CAD-NUMEND
               ELSE
                   CONTINUE.

      *Cadastra o telefone
       CAD-TELEFONE.

           ACCEPT EFE FROM ESCAPE KEY

               IF EFE = 01
                   GO TO CAD-NUMEND
               ELSE IF EFE = 2
                   GO TO SAIR
           END-IF
           DISPLAY ERRO
               IF ERRO NOT = "23"
                 IF ERRO = "00"
                   MOVE CEPPROPR TO CEP
                   DISPLAY TELAPROP
                   DISPLAY "JA ESTA CADASTRAD0. DESEJA MUDAR ?" AT 1612
                   DISPLAY "S/N ?" AT 1650
           MOVE SPACES TO NOME EMAIL LOGRADOURO BAIRRO CIDADE UF
           MOVE "F" TO TIPOPESSOA
           MOVE ZEROS TO CNPJ CNPJ-WS
           MOVE SPACES TO RAZAOSOCIAL INSCRESTADUAL
           MOVE ZEROS TO CEPPROPR
           MOVE SPACES TO NUMEROEND.

      *Limpa as mensagens de erro na tela do usuario
       LIMPAERRO.
