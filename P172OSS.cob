      *      P172PEC): a descricao e o preco vem do cadastro, o saldo
      *      e baixado na hora do lancamento e o movimento de saida
      *      fica em PECMOV.TXT com o numero da OS.
      * Mod: 15/10/2026 - abertura, lancamento de item, mudanca de
      *      situacao e faturamento de OS sao recusados quando a
      *      competencia do dia ja esta fechada (P172CMP), conferida
      *      pelo P172PER.
      * Mod: 15/10/2026 - agenda da oficina (CADAGOF) por filial, dia,
      *      hora e box, limitada a capacidade de CADBOX (P172REV); a
      *      chegada do cliente agendado abre a OS direto. Toda OS
      *      aberta marca como retornado o lembrete de revisao
      *      pendente do chassi (CADLEMB).
      * Mod: 15/10/2026 - OS interna de recondicionamento (tipo "I")
      *      para usado/troca do patio: o chassi fica "O" em CADESTOQ
      *      enquanto a OS esta aberta, pecas saem a custo e o
      *      fechamento apropria o total ao custo do veiculo em
      *      CADAQUI (AQUI-CUSTOREC) em vez de recibo e caixa.
      * Mod: 15/10/2026 - OS interna sem itens fecha com custo zero e
      *      devolve o veiculo ao patio.
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
      *     - DEPOIS DE INSTALAR A IDE, EXECUTAR SEMPRE COMO ADM
           SELECT PECMOV ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROPMV.
           SELECT CADAGOF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGO-CHAVE
               FILE STATUS IS ERROAGO.
           SELECT CADBOX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOX-FILIAL
               FILE STATUS IS ERROBOX.
           SELECT CADLEMB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEMB-CHAVE
               FILE STATUS IS ERROLEM.
           SELECT CADESTOQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHASSI
               FILE STATUS IS ERROEST.
           SELECT CADAQUI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQUI-CHASSI
               FILE STATUS IS ERROAQUI.
           SELECT LOGTRANS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO.
               02 OS-VRTOTAL PIC 9(8)V99 VALUE ZEROS.
               02 OS-DATAFAT PIC 9(8) VALUE ZEROS.
               02 OS-RECIBO PIC 9(8) VALUE ZEROS.
               02 OS-TIPO PIC X(1) VALUE "C".
               02 OS-ESTANTERIOR PIC X(1) VALUE SPACES.

           FD CADOSIT
              LABEL  RECORD IS STANDARD
               02 PMOV-FORNEC PIC 9(3) VALUE ZEROS.
               02 PMOV-OS PIC 9(6) VALUE ZEROS.

           FD CADAGOF
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADAGOF.DAT".
           01 REGAGOF.
               02 AGO-CHAVE.
                   03 AGO-FILIAL PIC 9(2) VALUE ZEROS.
                   03 AGO-DATA PIC 9(8) VALUE ZEROS.
                   03 AGO-HORA PIC 9(4) VALUE ZEROS.
                   03 AGO-BOX PIC 9(2) VALUE ZEROS.
               02 AGO-CHASSI PIC X(17) VALUE SPACES.
               02 AGO-NOME PIC X(20) VALUE SPACES.
               02 AGO-DDD PIC 9(2) VALUE ZEROS.
               02 AGO-FONE PIC 9(9) VALUE ZEROS.
               02 AGO-SERVICO PIC X(40) VALUE SPACES.
               02 AGO-SITUACAO PIC X(1) VALUE "A".
               02 AGO-OS PIC 9(6) VALUE ZEROS.

           FD CADBOX
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADBOX.DAT".
           01 REGBOX.
               02 BOX-FILIAL PIC 9(2) VALUE ZEROS.
               02 BOX-QTD PIC 9(2) VALUE ZEROS.
               02 BOX-HORAINI PIC 9(4) VALUE ZEROS.
               02 BOX-HORAFIM PIC 9(4) VALUE ZEROS.
               02 BOX-HORASVAGA PIC 9(2) VALUE ZEROS.

           FD CADLEMB
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADLEMB.DAT".
           01 REGLEMB.
               02 LEMB-CHAVE.
                   03 LEMB-CHASSI PIC X(17) VALUE SPACES.
                   03 LEMB-ANOMES PIC 9(6) VALUE ZEROS.
               02 LEMB-CPF PIC 9(11) VALUE ZEROS.
               02 LEMB-FILIAL PIC 9(2) VALUE ZEROS.
               02 LEMB-DATA PIC 9(8) VALUE ZEROS.
               02 LEMB-REVISAO PIC 9(2) VALUE ZEROS.
               02 LEMB-MOTIVO PIC X(1) VALUE "T".
               02 LEMB-SITUACAO PIC X(1) VALUE "P".
               02 LEMB-DATARET PIC 9(8) VALUE ZEROS.
               02 LEMB-OS PIC 9(6) VALUE ZEROS.

           FD CADESTOQ
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADESTOQ.DAT".
           01 REGEST.
               02 EST-CHASSI PIC X(17) VALUE SPACES.
               02 EST-MARCA PIC 9(3) VALUE ZEROS.
               02 EST-MODELO PIC 9(3) VALUE ZEROS.
               02 EST-ANOFABRIC PIC 9(4) VALUE ZEROS.
               02 EST-ANOMODEL PIC 9(4) VALUE ZEROS.
               02 EST-COR PIC 9(2) VALUE ZEROS.
               02 EST-STATUS PIC X(1) VALUE "D".
               02 EST-FILIAL PIC 9(2) VALUE ZEROS.
               02 EST-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 EST-DATAENTRADA PIC 9(8) VALUE ZEROS.
               02 EST-ORIGEM PIC X(1) VALUE "C".

           FD CADAQUI
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADAQUI.DAT".
           01 REGAQUI.
               02 AQUI-CHASSI PIC X(17) VALUE SPACES.
               02 AQUI-DATA PIC 9(8) VALUE ZEROS.
               02 AQUI-FORNEC PIC 9(3) VALUE ZEROS.
               02 AQUI-CUSTO PIC 9(8)V99 VALUE ZEROS.
               02 AQUI-CUSTOREC PIC 9(8)V99 VALUE ZEROS.

           FD LOGTRANS
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "LOGTRANS.DAT".
           01 ERROPMV PIC X(2) VALUE "00".
           01 FILIALPECA PIC 9(2) VALUE ZEROS.
           01 VALORDIGITADO PIC 9(8)V99 VALUE ZEROS.
           01 ERROAGO PIC X(2) VALUE "00".
           01 ERROBOX PIC X(2) VALUE "00".
           01 ERROLEM PIC X(2) VALUE "00".
           01 OSGRAVADA PIC X(1) VALUE "N".
           01 FILIALAGENDA PIC 9(2) VALUE ZEROS.
           01 DATAAGENDA PIC 9(8) VALUE ZEROS.
           01 HORAAGENDA PIC 9(4) VALUE ZEROS.
           01 HORAVAGA PIC 9(4) VALUE ZEROS.
           01 FIMVAGA PIC 9(4) VALUE ZEROS.
           01 BOXTRAB PIC 9(2) VALUE ZEROS.
           01 BOXLIVRE PIC 9(2) VALUE ZEROS.
           01 QTLIVRES PIC 9(2) VALUE ZEROS.
           01 HORASDECOR PIC S9(4) VALUE ZEROS.
           01 QUOCIENTE PIC 9(4) VALUE ZEROS.
           01 RESTO PIC 9(4) VALUE ZEROS.
           01 HORAVALIDA PIC X(1) VALUE "N".
           01 BOXREUSO PIC X(1) VALUE "N".
           01 ERROEST PIC X(2) VALUE "00".
           01 ERROAQUI PIC X(2) VALUE "00".
           01 TIPOOS PIC X(1) VALUE "C".
           01 ESTANTERIOR PIC X(1) VALUE SPACES.

           01 LD-VALOR PIC Z(8),99 VALUE ZEROS.
           01 LD-TOTAL PIC Z(8),99 VALUE ZEROS.
           01 REGPERIODO.
               02 PER-DATA PIC 9(8) VALUE ZEROS.
               02 PER-FECHADA PIC 9(6) VALUE ZEROS.
               02 PER-RESULTADO PIC X(1) VALUE "S".
               02 PER-MENSAGEM PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.


           DISPLAY " "
           DISPLAY "ORDEM DE SERVICO - OFICINA"
           DISPLAY "1 - ABRIR ORDEM DE SERVICO (CLIENTE OU INTERNA)"
           DISPLAY "2 - LANCAR MAO DE OBRA / PECA"
           DISPLAY "3 - MUDAR SITUACAO DA OS"
           DISPLAY "4 - FATURAR OS (RECIBO E CAIXA / CUSTO DO USADO)"
           DISPLAY "5 - CONSULTA POR CHASSI (VIDA DO CARRO)"
           DISPLAY "6 - AGENDAR SERVICO NA OFICINA"
           DISPLAY "7 - DESMARCAR AGENDAMENTO"
           DISPLAY "8 - AGENDA DO DIA"
           DISPLAY "9 - CHEGADA DO CLIENTE AGENDADO (ABRE OS)"
           DISPLAY "0 - SAIR"
           ACCEPT OPC

               IF OPC = "1"
               ELSE IF OPC = "5"
                   GO TO CONSULTAR
               ELSE IF OPC = "6"
                   GO TO AGENDAR
               ELSE IF OPC = "7"
                   GO TO DESMARCAR
               ELSE IF OPC = "8"
                   GO TO AGENDADIA
               ELSE IF OPC = "9"
                   GO TO CHEGADA
               ELSE IF OPC = "0"
                   GO TO SAIR
               ELSE
                   GO TO MENU-PRINCIPAL.
      *Abre uma OS nova com o defeito reclamado pelo cliente
       ABRIROS.

           MOVE DATAHOJE TO PER-DATA
           PERFORM CONFEREPERIODO
           IF PER-RESULTADO = "N"
               DISPLAY PER-MENSAGEM
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "CHASSI DO VEICULO: "
           ACCEPT CHASSIPEDIDO
           IF CHASSIPEDIDO = SPACES
               GO TO ABRIROS
           END-IF

           DISPLAY "TIPO (C = CLIENTE, I = INTERNA/RECONDICIONAMENTO): "
           ACCEPT TIPOOS
           IF TIPOOS = "i"
               MOVE "I" TO TIPOOS
           END-IF
           IF TIPOOS NOT = "I"
               MOVE "C" TO TIPOOS
           END-IF

           IF TIPOOS = "I"
               PERFORM CONFEREPATIO THRU CONFEREPATIO-FIM
               IF ESTANTERIOR = SPACES
                   MOVE "C" TO TIPOOS
                   GO TO MENU-PRINCIPAL
               END-IF
               DISPLAY "SERVICO DE RECONDICIONAMENTO: "
           ELSE
               DISPLAY "DEFEITO RECLAMADO: "
           END-IF
           ACCEPT OS-DEFEITO
           PERFORM GRAVAOS
           IF OSGRAVADA = "S" AND TIPOOS = "I"
               PERFORM BLOQUEIAPATIO
           END-IF
           MOVE "C" TO TIPOOS
           MOVE "00" TO ERRO
           GO TO MENU-PRINCIPAL.

      *Numera e grava a OS de CHASSIPEDIDO com o defeito ja em
      *OS-DEFEITO (abertura no balcao ou chegada do agendado) e da
      *baixa no lembrete de revisao do chassi
       GRAVAOS.

           MOVE "N" TO OSGRAVADA
           MOVE "ORDSERV" TO CTRLNOME-TRAB
           PERFORM PROXNUMERO

           MOVE NUMCONTADOR TO OS-NUMERO
           MOVE CHASSIPEDIDO TO OS-CHASSI
           MOVE DATAHOJE TO OS-DATAABERT
           MOVE "A" TO OS-SITUACAO
           MOVE ZEROS TO OS-VRMAODEOBRA OS-VRPECAS OS-VRTOTAL
           MOVE ZEROS TO OS-DATAFAT OS-RECIBO
           MOVE TIPOOS TO OS-TIPO
           IF TIPOOS = "I"
               MOVE ESTANTERIOR TO OS-ESTANTERIOR
           ELSE
               MOVE SPACES TO OS-ESTANTERIOR
           END-IF

           WRITE REGOS
           IF ERRO = "00" OR "02"
               MOVE "S" TO OSGRAVADA
               DISPLAY "OS " OS-NUMERO " ABERTA"
               MOVE "ABREOS" TO LOG-OPERACAO
               MOVE OS-NUMERO TO LOG-CHAVE
               PERFORM GRAVALOG
               PERFORM MARCALEMBRETE THRU MARCALEMBRETE-FIM
           ELSE
               DISPLAY "ERRO NA GRAVACAO DA OS"
           END-IF.

      *OS interna: o chassi tem que estar no estoque de patio
      *(CADESTOQ) disponivel ou reservado; guarda a situacao em
      *ESTANTERIOR para devolver no fechamento (espacos se recusado)
       CONFEREPATIO.

           MOVE SPACES TO ESTANTERIOR
           MOVE "00" TO ERROEST
           OPEN INPUT CADESTOQ
           IF ERROEST NOT = "00"
               DISPLAY "ESTOQUE DE PATIO (CADESTOQ) NAO DISPONIVEL"
               MOVE "00" TO ERROEST
               GO TO CONFEREPATIO-FIM
           END-IF
           MOVE CHASSIPEDIDO TO EST-CHASSI
           READ CADESTOQ
               INVALID KEY
                   DISPLAY "CHASSI NAO ESTA NO ESTOQUE DE PATIO"
               NOT INVALID KEY
                   IF EST-STATUS = "D" OR EST-STATUS = "R"
                       MOVE EST-STATUS TO ESTANTERIOR
                   ELSE
                       DISPLAY "VEICULO NAO DISPONIVEL NO PATIO "
                           "(SITUACAO " EST-STATUS ")"
                   END-IF
           END-READ
           CLOSE CADESTOQ
           MOVE "00" TO ERROEST.

       CONFEREPATIO-FIM.
           EXIT.

      *Bloqueia o chassi da OS interna para venda ("O" em CADESTOQ,
      *recusado pelo P172904) enquanto a OS estiver aberta
       BLOQUEIAPATIO.

           MOVE "00" TO ERROEST
           OPEN I-O CADESTOQ
           IF ERROEST = "00"
               MOVE OS-CHASSI TO EST-CHASSI
               READ CADESTOQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO EST-STATUS
                       REWRITE REGEST
                       DISPLAY "VEICULO BLOQUEADO PARA VENDA ATE O "
                           "FECHAMENTO DA OS"
               END-READ
               CLOSE CADESTOQ
           END-IF
           MOVE "00" TO ERROEST.

      *Devolve o chassi da OS interna fechada a situacao que tinha
      *antes da abertura
       LIBERAPATIO.

           MOVE "00" TO ERROEST
           OPEN I-O CADESTOQ
           IF ERROEST = "00"
               MOVE OS-CHASSI TO EST-CHASSI
               READ CADESTOQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EST-STATUS = "O"
                           IF OS-ESTANTERIOR = SPACES
                               MOVE "D" TO EST-STATUS
                           ELSE
                               MOVE OS-ESTANTERIOR TO EST-STATUS
                           END-IF
                           REWRITE REGEST
                       END-IF
               END-READ
               CLOSE CADESTOQ
           END-IF
           MOVE "00" TO ERROEST.

      *Marca como retornados os lembretes de revisao pendentes do
      *chassi da OS recem aberta (lembretes gerados pelo P172REV)
       MARCALEMBRETE.

           MOVE "00" TO ERROLEM
           OPEN I-O CADLEMB
           IF ERROLEM NOT = "00"
               GO TO MARCALEMBRETE-FIM
           END-IF

           MOVE "N" TO FIMLISTA
           MOVE OS-CHASSI TO LEMB-CHASSI
           MOVE ZEROS TO LEMB-ANOMES
           START CADLEMB KEY IS NOT LESS THAN LEMB-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START
           PERFORM BAIXALEMBRETE UNTIL FIMLISTA = "S"
           CLOSE CADLEMB.

       MARCALEMBRETE-FIM.
           EXIT.

      *Le o proximo lembrete do chassi e, se pendente, marca o
      *retorno com a OS e a data
       BAIXALEMBRETE.

           READ CADLEMB NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF LEMB-CHASSI NOT = OS-CHASSI
                   MOVE "S" TO FIMLISTA
               ELSE
                   IF LEMB-SITUACAO = "P"
                       MOVE "R" TO LEMB-SITUACAO
                       MOVE DATAHOJE TO LEMB-DATARET
                       MOVE OS-NUMERO TO LEMB-OS
                       REWRITE REGLEMB
                       DISPLAY "LEMBRETE DE REVISAO " LEMB-ANOMES
                           " ATENDIDO"
                   END-IF
               END-IF
           END-IF.

      *Agenda um servico na oficina: a filial precisa ter a
      *capacidade cadastrada no P172REV; o horario tem que cair no
      *inicio de uma vaga e o primeiro box livre e reservado
       AGENDAR.

           PERFORM ABREAGENDA
           IF ERROAGO NOT = "00"
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "FILIAL: "
           ACCEPT FILIALAGENDA
           PERFORM LECAPACIDADE
           IF ERROBOX NOT = "00"
               CLOSE CADAGOF
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "DATA DO SERVICO (AAAAMMDD): "
           ACCEPT DATAAGENDA
           IF DATAAGENDA < DATAHOJE
               DISPLAY "DATA JA PASSOU"
               CLOSE CADAGOF
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY " "
           DISPLAY "VAGAS DO DIA " DATAAGENDA " NA FILIAL "
               FILIALAGENDA
           DISPLAY "HORA  BOXES LIVRES"
           MOVE BOX-HORAINI TO HORAVAGA
           PERFORM MOSTRAVAGA UNTIL HORAVAGA + BOX-HORASVAGA * 100
               > BOX-HORAFIM

           DISPLAY "HORA DESEJADA (HHMM): "
           ACCEPT HORAAGENDA
           PERFORM CONFEREHORA THRU CONFEREHORA-FIM
           IF HORAVALIDA NOT = "S"
               DISPLAY "HORA FORA DAS VAGAS DA OFICINA"
               CLOSE CADAGOF
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE HORAAGENDA TO HORAVAGA
           PERFORM CONTAVAGAS
           IF BOXLIVRE = ZEROS
               DISPLAY "HORARIO LOTADO, ESCOLHA OUTRA VAGA"
               CLOSE CADAGOF
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE FILIALAGENDA TO AGO-FILIAL
           MOVE DATAAGENDA TO AGO-DATA
           MOVE HORAAGENDA TO AGO-HORA
           MOVE BOXLIVRE TO AGO-BOX
           MOVE "N" TO BOXREUSO
           READ CADAGOF
               NOT INVALID KEY
                   MOVE "S" TO BOXREUSO
           END-READ

           DISPLAY "CHASSI DO VEICULO: "
           ACCEPT AGO-CHASSI
           DISPLAY "NOME DO CLIENTE: "
           ACCEPT AGO-NOME
           DISPLAY "DDD: "
           ACCEPT AGO-DDD
           DISPLAY "TELEFONE: "
           ACCEPT AGO-FONE
           DISPLAY "SERVICO PEDIDO: "
           ACCEPT AGO-SERVICO
           MOVE "A" TO AGO-SITUACAO
           MOVE ZEROS TO AGO-OS

      *    box com agendamento desmarcado e reaproveitado
           IF BOXREUSO = "S"
               REWRITE REGAGOF
           ELSE
               WRITE REGAGOF
           END-IF
           IF ERROAGO = "00" OR "02"
               DISPLAY "AGENDADO NO BOX " AGO-BOX " AS " AGO-HORA
                   " DE " AGO-DATA
               MOVE "AGENDA" TO LOG-OPERACAO
               MOVE AGO-CHAVE TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO AGENDAMENTO"
           END-IF
           CLOSE CADAGOF
           GO TO MENU-PRINCIPAL.

      *Abre a agenda da oficina, criando na primeira utilizacao
       ABREAGENDA.

           MOVE "00" TO ERROAGO
           OPEN I-O CADAGOF
           IF ERROAGO = "30" OR ERROAGO = "35"
               OPEN OUTPUT CADAGOF
               CLOSE CADAGOF
               MOVE "00" TO ERROAGO
               OPEN I-O CADAGOF
           END-IF
           IF ERROAGO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAGOF"
           END-IF.

      *Le a capacidade da oficina de FILIALAGENDA em CADBOX
       LECAPACIDADE.

           MOVE "00" TO ERROBOX
           OPEN INPUT CADBOX
           IF ERROBOX NOT = "00"
               DISPLAY "CAPACIDADE DA OFICINA NAO CADASTRADA (P172REV)"
           ELSE
               MOVE FILIALAGENDA TO BOX-FILIAL
               READ CADBOX
                   INVALID KEY
                       DISPLAY "FILIAL SEM CAPACIDADE DE OFICINA "
                           "CADASTRADA (P172REV)"
               END-READ
               CLOSE CADBOX
           END-IF.

      *Mostra uma vaga do dia com a quantidade de boxes livres
       MOSTRAVAGA.

           PERFORM CONTAVAGAS
           DISPLAY HORAVAGA "  " QTLIVRES
           COMPUTE HORAVAGA = HORAVAGA + BOX-HORASVAGA * 100.

      *Confere se HORAAGENDA e o inicio de uma vaga da oficina
       CONFEREHORA.

           MOVE "N" TO HORAVALIDA
           IF HORAAGENDA < BOX-HORAINI
               OR HORAAGENDA + BOX-HORASVAGA * 100 > BOX-HORAFIM
               GO TO CONFEREHORA-FIM
           END-IF
           IF HORAAGENDA(3:2) NOT = BOX-HORAINI(3:2)
               GO TO CONFEREHORA-FIM
           END-IF
           COMPUTE HORASDECOR = (HORAAGENDA - BOX-HORAINI) / 100
           DIVIDE HORASDECOR BY BOX-HORASVAGA GIVING QUOCIENTE
               REMAINDER RESTO
           IF RESTO = ZEROS
               MOVE "S" TO HORAVALIDA
           END-IF.

       CONFEREHORA-FIM.
           EXIT.

      *Conta os boxes livres na vaga HORAVAGA do dia e guarda o
      *primeiro livre em BOXLIVRE
       CONTAVAGAS.

           MOVE ZEROS TO QTLIVRES BOXLIVRE BOXTRAB
           PERFORM TESTABOX BOX-QTD TIMES.

      *Testa um box na vaga: livre se nunca agendado ou desmarcado
       TESTABOX.

           ADD 1 TO BOXTRAB
           MOVE FILIALAGENDA TO AGO-FILIAL
           MOVE DATAAGENDA TO AGO-DATA
           MOVE HORAVAGA TO AGO-HORA
           MOVE BOXTRAB TO AGO-BOX
           READ CADAGOF
               INVALID KEY
                   MOVE "X" TO AGO-SITUACAO
           END-READ
           IF AGO-SITUACAO = "X"
               ADD 1 TO QTLIVRES
               IF BOXLIVRE = ZEROS
                   MOVE BOXTRAB TO BOXLIVRE
               END-IF
           END-IF.

      *Desmarca um agendamento ainda nao atendido, liberando o box
       DESMARCAR.

           PERFORM ABREAGENDA
           IF ERROAGO NOT = "00"
               GO TO MENU-PRINCIPAL
           END-IF
           PERFORM PEDEAGENDAMENTO
           IF ERROAGO NOT = "00"
               CLOSE CADAGOF
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE "X" TO AGO-SITUACAO
           REWRITE REGAGOF
           IF ERROAGO = "00"
               DISPLAY "AGENDAMENTO DESMARCADO"
               MOVE "DESAGE" TO LOG-OPERACAO
               MOVE AGO-CHAVE TO LOG-CHAVE
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO AO DESMARCAR"
           END-IF
           CLOSE CADAGOF
           GO TO MENU-PRINCIPAL.

      *Pede filial, dia, hora e box e le o agendamento, que tem que
      *estar ainda em aberto (ERROAGO diferente de "00" se nao)
       PEDEAGENDAMENTO.

           DISPLAY "FILIAL: "
           ACCEPT AGO-FILIAL
           DISPLAY "DATA (AAAAMMDD, 0 = HOJE): "
           ACCEPT AGO-DATA
           IF AGO-DATA = ZEROS
               MOVE DATAHOJE TO AGO-DATA
           END-IF
           DISPLAY "HORA (HHMM): "
           ACCEPT AGO-HORA
           DISPLAY "BOX: "
           ACCEPT AGO-BOX
           READ CADAGOF
               INVALID KEY
                   DISPLAY "AGENDAMENTO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF AGO-SITUACAO NOT = "A"
                       DISPLAY "AGENDAMENTO JA ATENDIDO OU DESMARCADO"
                       MOVE "99" TO ERROAGO
                   ELSE
                       DISPLAY "CLIENTE: " AGO-NOME " CHASSI "
                           AGO-CHASSI
                       DISPLAY "SERVICO: " AGO-SERVICO
                   END-IF
           END-READ.

      *Lista a agenda da oficina de uma filial num dia
       AGENDADIA.

           PERFORM ABREAGENDA
           IF ERROAGO NOT = "00"
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "FILIAL: "
           ACCEPT FILIALAGENDA
           DISPLAY "DATA (AAAAMMDD, 0 = HOJE): "
           ACCEPT DATAAGENDA
           IF DATAAGENDA = ZEROS
               MOVE DATAHOJE TO DATAAGENDA
           END-IF

           MOVE "N" TO FIMLISTA
           MOVE FILIALAGENDA TO AGO-FILIAL
           MOVE DATAAGENDA TO AGO-DATA
           MOVE ZEROS TO AGO-HORA AGO-BOX
           START CADAGOF KEY IS NOT LESS THAN AGO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIMLISTA
           END-START

           DISPLAY " "
           DISPLAY "AGENDA DA OFICINA - FILIAL " FILIALAGENDA " DIA "
               DATAAGENDA
           DISPLAY "HORA BOX CLIENTE              SIT  OS"
           DISPLAY "------------------------------------------------"
           PERFORM MOSTRAAGENDA UNTIL FIMLISTA = "S"
           DISPLAY "------------------------------------------------"
           DISPLAY "SIT: A = AGENDADO, C = CHEGOU, X = DESMARCADO"
           CLOSE CADAGOF
           GO TO MENU-PRINCIPAL.

      *Le o proximo agendamento e mostra se for da filial e do dia
       MOSTRAAGENDA.

           READ CADAGOF NEXT RECORD
               AT END
                   MOVE "S" TO FIMLISTA
           END-READ

           IF FIMLISTA NOT = "S"
               IF AGO-FILIAL NOT = FILIALAGENDA
                   OR AGO-DATA NOT = DATAAGENDA
                   MOVE "S" TO FIMLISTA
               ELSE
                   DISPLAY AGO-HORA " " AGO-BOX "  " AGO-NOME " "
                       AGO-SITUACAO "  " AGO-OS
                   DISPLAY "          " AGO-CHASSI " (" AGO-DDD ") "
                       AGO-FONE " " AGO-SERVICO
               END-IF
           END-IF.

      *Chegada do cliente agendado: abre a OS com o servico pedido
      *no agendamento e liga a OS ao agendamento
       CHEGADA.

           MOVE DATAHOJE TO PER-DATA
           PERFORM CONFEREPERIODO
           IF PER-RESULTADO = "N"
               DISPLAY PER-MENSAGEM
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM ABREAGENDA
           IF ERROAGO NOT = "00"
               GO TO MENU-PRINCIPAL
           END-IF
           PERFORM PEDEAGENDAMENTO
           IF ERROAGO NOT = "00"
               CLOSE CADAGOF
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE AGO-CHASSI TO CHASSIPEDIDO
           MOVE AGO-SERVICO TO OS-DEFEITO
           PERFORM GRAVAOS
           IF OSGRAVADA = "S"
               MOVE "C" TO AGO-SITUACAO
               MOVE OS-NUMERO TO AGO-OS
               REWRITE REGAGOF
           END-IF
           CLOSE CADAGOF
           MOVE "00" TO ERRO
           GO TO MENU-PRINCIPAL.

      *Lanca um item de mao de obra ou peca na OS
       LANCARITEM.

           MOVE DATAHOJE TO PER-DATA
           PERFORM CONFEREPERIODO
           IF PER-RESULTADO = "N"
               DISPLAY PER-MENSAGEM
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "NUMERO DA OS: "
           ACCEPT OSPEDIDA
           MOVE OSPEDIDA TO OS-NUMERO
               GO TO MENU-PRINCIPAL
           END-IF

      *    OS interna vai para o custo do veiculo: peca a custo
           IF OS-TIPO = "I"
               DISPLAY "VALOR UNITARIO (0 = CUSTO DA PECA): "
           ELSE
               DISPLAY "VALOR UNITARIO (0 = PRECO DE TABELA): "
           END-IF
           ACCEPT VALORDIGITADO
           IF VALORDIGITADO > ZEROS
               MOVE VALORDIGITADO TO OSI-VRUNIT
           ELSE
               IF OS-TIPO = "I"
                   MOVE PECA-CUSTO TO OSI-VRUNIT
               ELSE
                   MOVE PECA-PRECO TO OSI-VRUNIT
               END-IF
           END-IF

           MOVE PECA-DESCRICAO TO OSI-DESCRICAO
      *T entregue - entrega so depois de faturada)
       MUDARSITUACAO.

           MOVE DATAHOJE TO PER-DATA
           PERFORM CONFEREPERIODO
           IF PER-RESULTADO = "N"
               DISPLAY PER-MENSAGEM
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "NUMERO DA OS: "
           ACCEPT OSPEDIDA
           MOVE OSPEDIDA TO OS-NUMERO
      *contador RECIBO e vincula o recebimento a sessao de caixa
       FATURAR.

           MOVE DATAHOJE TO PER-DATA
           PERFORM CONFEREPERIODO
           IF PER-RESULTADO = "N"
               DISPLAY PER-MENSAGEM
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "NUMERO DA OS: "
           ACCEPT OSPEDIDA
           MOVE OSPEDIDA TO OS-NUMERO
           MOVE TOTPECAS TO OS-VRPECAS
           COMPUTE OS-VRTOTAL = TOTMAODEOBRA + TOTPECAS

           IF OS-VRTOTAL = ZEROS AND OS-TIPO NOT = "I"
               DISPLAY "OS SEM ITENS LANCADOS, NADA A FATURAR"
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE OS-VRTOTAL TO LD-TOTAL
           DISPLAY "TOTAL DA OS: " LD-TOTAL
           IF OS-TIPO = "I"
               DISPLAY "OS INTERNA: TOTAL VAI PARA O CUSTO DO VEICULO"
           END-IF
           DISPLAY "CONFIRMA O FATURAMENTO ? S/N"
           ACCEPT OPC
           IF OPC NOT = "S" AND NOT = "s"
               GO TO MENU-PRINCIPAL
           END-IF

           IF OS-TIPO = "I"
               GO TO APROPRIACUSTO
           END-IF

           MOVE "RECIBO" TO CTRLNOME-TRAB
           PERFORM PROXNUMERO
           MOVE NUMCONTADOR TO NUMRECIBO
           PERFORM IMPRIMERECIBOOS
           GO TO MENU-PRINCIPAL.

      *Fecha a OS interna: soma o total ao recondicionamento do
      *chassi em CADAQUI (criando o registro, sem custo de compra,
      *quando a aquisicao ainda nao foi lancada no P172FOR), marca a
      *OS como apropriada e libera o veiculo para venda
       APROPRIACUSTO.

           MOVE "00" TO ERROAQUI
           OPEN I-O CADAQUI
           IF ERROAQUI = "30" OR ERROAQUI = "35"
               OPEN OUTPUT CADAQUI
               CLOSE CADAQUI
               MOVE "00" TO ERROAQUI
               OPEN I-O CADAQUI
           END-IF
           IF ERROAQUI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAQUI"
               MOVE "00" TO ERROAQUI
               GO TO MENU-PRINCIPAL
           END-IF

           MOVE OS-CHASSI TO AQUI-CHASSI
           READ CADAQUI
               INVALID KEY
                   MOVE OS-CHASSI TO AQUI-CHASSI
                   MOVE DATAHOJE TO AQUI-DATA
                   MOVE ZEROS TO AQUI-FORNEC AQUI-CUSTO
                   MOVE OS-VRTOTAL TO AQUI-CUSTOREC
                   WRITE REGAQUI
               NOT INVALID KEY
                   ADD OS-VRTOTAL TO AQUI-CUSTOREC
                   REWRITE REGAQUI
           END-READ
           IF ERROAQUI NOT = "00" AND ERROAQUI NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO CUSTO DO VEICULO"
               CLOSE CADAQUI
               MOVE "00" TO ERROAQUI
               GO TO MENU-PRINCIPAL
           END-IF
           CLOSE CADAQUI
           MOVE "00" TO ERROAQUI

           MOVE DATAHOJE TO OS-DATAFAT
           MOVE ZEROS TO OS-RECIBO
           REWRITE REGOS
           MOVE "00" TO ERRO
           PERFORM LIBERAPATIO

           MOVE OS-VRTOTAL TO LD-TOTAL
           DISPLAY "RECONDICIONAMENTO DE " LD-TOTAL
               " LANCADO NO CUSTO DO VEICULO"
           MOVE "CUSTOS" TO LOG-OPERACAO
           MOVE OS-NUMERO TO LOG-CHAVE
           PERFORM GRAVALOG
           GO TO MENU-PRINCIPAL.

      *Totaliza os itens lancados da OS corrente
       TOTALIZAITENS.

                   DISPLAY OS-NUMERO "  " OS-DATAABERT "  "
                       OS-SITUACAO "   " LD-TOTAL "  " OS-DATAFAT
                   DISPLAY "    " OS-DEFEITO
                   IF OS-TIPO = "I"
                       DISPLAY "    (OS INTERNA - RECONDICIONAMENTO)"
                   END-IF
               END-IF
           END-IF.

           END-IF
           MOVE "N" TO LOCKOBTIDO.

      *Confere pelo P172PER se a data em PER-DATA esta em competencia
      *ja fechada no fechamento mensal (PER-RESULTADO = "N")
       CONFEREPERIODO.
           CALL "P172PER" USING REGPERIODO.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
