      * Mod: 22/08/2026 - saida do relatorio em spool paginado (arquivo
      *      datado por execucao, registrado em SPOOLIDX para o
      *      gerenciador P172SPO); o console mantem o resumo.
      * Mod: 15/10/2026 - a venda convertida recebe numero de contrato
      *      (contador CONTRATO de CTRLNUM, o mesmo da venda direta),
      *      que vai para as parcelas e a garantia.
      * Mod: 15/10/2026 - NFSAIDA.TXT leva o endereco completo do
      *      comprador (MONTAENDERECO, mesma regra de P172904).
      * Mod: 15/10/2026 - o chassi da conversao passa pela validacao
      *      P172VAL (digito verificador, letras I/O/Q) e CONV-ANOS
      *      confere o ano do modelo contra o caracter de ano do
      *      chassi, como CAD-CHASSI da venda direta.
      * Mod: 15/10/2026 - a conversao e recusada quando a competencia
      *      do dia ja esta fechada (P172CMP), conferida pelo P172PER.
      * Mod: 15/10/2026 - sinal de reserva (P172SIN) do comprador no
      *      chassi abate o valor a parcelar, fica como linha "S" em
      *      CADFPAG e passa a usado com o contrato; chassi com sinal
      *      ativo de outro cliente nao pode ser convertido.
      * Mod: 15/10/2026 - a venda convertida leva a comissao da tabela
      *      de regras CADRCOM (P172CCM, parcelado conta como
      *      financiado); manter o percentual orcado fora da tabela
      *      exige supervisor e grava COMMAN no LOGTRANS.
      * Mod: 15/10/2026 - a conversao recusa chassi em transito,
      *      bloqueado no patio ou em recondicionamento (CADESTOQ),
      *      como a venda direta, e a baixa do estoque gera a
      *      obrigacao de quitacao do floor-plan (P172FLB).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172ORC.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
           SELECT CADPARC ASSIGN TO DISK
               RECORD KEY IS CPF
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY EMAIL DUPLICATES.
           SELECT CADCEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP
               FILE STATUS IS ERROCEP
               ALTERNATE RECORD KEY LOGRADOURO DUPLICATES.
           SELECT CADVEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CODIGO
               FILE STATUS IS ERRO.
           SELECT CADSINL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-RECIBO
               FILE STATUS IS ERROSIN
               ALTERNATE RECORD KEY SIN-CHASSI DUPLICATES.
           SELECT CADFPAG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPAG-CHAVE
               FILE STATUS IS ERROFPG.
           SELECT CADLOCK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LABEL  RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 VEIC-CONTRATO PIC 9(8) VALUE ZEROS.
               02 VEICULO.
                   03 VEIC-MARCA PIC 9(3) VALUE ZEROES.
                   03 VEIC-MODEL PIC 9(3) VALUE ZEROES.
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
               02 CNPJ PIC 9(14) VALUE ZEROS.
               02 RAZAOSOCIAL PIC X(30) VALUE SPACES.
               02 INSCRESTADUAL PIC X(14) VALUE SPACES.
               02 CEPPROPR PIC 9(8) VALUE ZEROS.
               02 NUMEROEND PIC X(6) VALUE SPACES.

           FD CADCEP
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADCEP.DAT".
           01 REGCEP.
               02 CEP PIC 9(8).
               02 LOGRADOURO PIC X(35) VALUE SPACES.
               02 BAIRRO PIC X(26) VALUE SPACES.
               02 CIDADE PIC X(20) VALUE SPACES.
               02 UF PIC X(2) VALUE SPACES.
               02 REFERENCIA PIC X(35) VALUE SPACES.
               02 LATITUDE PIC X(15) VALUE SPACES.
               02 LONGITUDE PIC X(15) VALUE SPACES.

           FD CADVEND
              LABEL  RECORD IS STANDARD
               02 NFS-FILIAL PIC 9(2) VALUE ZEROS.
               02 NFS-TIPOPESSOA PIC X(1) VALUE "F".
               02 NFS-CNPJ PIC 9(14) VALUE ZEROS.
               02 NFS-ENDERECO PIC X(74) VALUE SPACES.
               02 NFS-BAIRRO PIC X(26) VALUE SPACES.
               02 NFS-CIDADE PIC X(20) VALUE SPACES.
               02 NFS-CEP PIC 9(8) VALUE ZEROS.

           FD CADGAR
              LABEL  RECORD IS STANDARD
               02 GAR-MESES PIC 9(3) VALUE ZEROS.
               02 GAR-PLANO PIC X(1) VALUE "L".
               02 GAR-DATAFIM PIC 9(8) VALUE ZEROS.
               02 GAR-CONTRATO PIC 9(8) VALUE ZEROS.

           FD CADREST
              LABEL  RECORD IS STANDARD
               02 PARAM-VALOR PIC 9(5)V99 VALUE ZEROS.
               02 PARAM-DESCRICAO PIC X(30) VALUE SPACES.

           FD CADSINL
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADSINL.DAT".
           01 REGSINL.
               02 SIN-RECIBO PIC 9(8) VALUE ZEROS.
               02 SIN-CHASSI PIC X(17) VALUE SPACES.
               02 SIN-CPF PIC 9(11) VALUE ZEROS.
               02 SIN-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 SIN-DATA PIC 9(8) VALUE ZEROS.
               02 SIN-VALIDADE PIC 9(8) VALUE ZEROS.
               02 SIN-SITUACAO PIC X(1) VALUE "A".
               02 SIN-SESSAO PIC 9(6) VALUE ZEROS.
               02 SIN-OPERADOR PIC X(20) VALUE SPACES.
               02 SIN-CONTRATO PIC 9(8) VALUE ZEROS.
               02 SIN-DATAACERTO PIC 9(8) VALUE ZEROS.
               02 SIN-VRRETIDO PIC 9(8)V99 VALUE ZEROS.
               02 SIN-VRDEVOLVIDO PIC 9(8)V99 VALUE ZEROS.

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

           FD CADLOCK
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADLOCK.DAT".


           01 ERRO PIC X(2) VALUE "00".
           01 ERROCEP PIC X(2) VALUE "00".
           01 ENDERECO1 PIC X(74) VALUE SPACES.
           01 ENDERECO2 PIC X(66) VALUE SPACES.
           01 ERRONFS PIC X(2) VALUE "00".
           01 ERROSIN PIC X(2) VALUE "00".
           01 ERROFPG PIC X(2) VALUE "00".
           01 SINALRECIBO PIC 9(8) VALUE ZEROS.
           01 SINALVALOR PIC 9(8)V99 VALUE ZEROS.
           01 SINALOUTRO PIC X(1) VALUE "N".
           01 FIMSINAL PIC X(1) VALUE "N".
           01 VRPARCELAR PIC 9(8)V99 VALUE ZEROS.
           01 COMISSAOCONV PIC 9(2)V99 VALUE ZEROS.
           01 VRCOMCONV PIC 9(8)V99 VALUE ZEROS.
           01 VRPGTOCONV PIC 9(8)V99 VALUE ZEROS.
           01 LD-COMTAB PIC Z9,99 VALUE ZEROS.
           01 LD-COMORC PIC Z9,99 VALUE ZEROS.
           01 REGCOMIS.
               02 CCM-CHASSI PIC X(17) VALUE SPACES.
               02 CCM-VALORVENDA PIC 9(8)V99 VALUE ZEROS.
               02 CCM-FINANCIADA PIC X(1) VALUE "N".
               02 CCM-QTACESS PIC 9(3) VALUE ZEROS.
               02 CCM-PERCENT PIC 9(2)V99 VALUE ZEROS.
               02 CCM-BONUS PIC 9(8)V99 VALUE ZEROS.
               02 CCM-REGRA PIC 9(3) VALUE ZEROS.
               02 CCM-MARGEM PIC S9(3)V99 VALUE ZEROS.
               02 CCM-RESULTADO PIC X(1) VALUE "N".
               02 CCM-MENSAGEM PIC X(40) VALUE SPACES.
           01 REGFLOORBX.
               02 FLB-CHASSI PIC X(17) VALUE SPACES.
               02 FLB-EVENTO PIC X(1) VALUE "V".
               02 FLB-RESULTADO PIC X(1) VALUE "N".
               02 FLB-PRAZO PIC 9(8) VALUE ZEROS.
               02 FLB-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 FLB-MENSAGEM PIC X(40) VALUE SPACES.
           01 SITESTOQUE PIC X(1) VALUE SPACES.
           01 NUMNOTA PIC 9(8) VALUE ZEROS.
           01 GARDIAS PIC 9(8) VALUE ZEROS.
           01 REGVEIC-SALVO PIC X(120) VALUE SPACES.
           01 NIVELOPER PIC X(1) VALUE SPACES.
           01 ERROLOCK PIC X(2) VALUE "00".
           01 LOCKOBTIDO PIC X(1) VALUE "N".
           01 LD-VALOR PIC Z(8),99 VALUE ZEROS.
           01 LD-PARCELA PIC Z(8),99 VALUE ZEROS.
           01 LD-TAXA PIC ZZ9,99 VALUE ZEROS.
           01 REGVALVEIC.
               02 VAL-CHASSI PIC X(17) VALUE SPACES.
               02 VAL-ANOMODEL PIC 9(4) VALUE ZEROS.
               02 VAL-PLACA PIC X(7) VALUE SPACES.
               02 VAL-RENAVAM PIC 9(11) VALUE ZEROS.
               02 VAL-RESULTADO PIC X(1) VALUE "S".
               02 VAL-MENSAGEM PIC X(40) VALUE SPACES.
           01 REGPERIODO.
               02 PER-DATA PIC 9(8) VALUE ZEROS.
               02 PER-FECHADA PIC 9(6) VALUE ZEROS.
               02 PER-RESULTADO PIC X(1) VALUE "S".
               02 PER-MENSAGEM PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *redigitar os valores ja orcados
       CONVERTER.

           MOVE DATAHOJE TO PER-DATA
           PERFORM CONFEREPERIODO
           IF PER-RESULTADO = "N"
               DISPLAY PER-MENSAGEM
               GO TO MENU-PRINCIPAL
           END-IF

           DISPLAY "NUMERO DO ORCAMENTO: "
           ACCEPT ORC-NUMERO

               GO TO CONVERTER
           END-IF

           MOVE ZEROS TO VAL-ANOMODEL
           PERFORM VALIDACHASSI
           IF VAL-RESULTADO = "N"
               DISPLAY VAL-MENSAGEM
               GO TO CONVERTER
           END-IF.

      *Os anos passam pelas mesmas criticas de CAD-FABRIC/
      *CAD-ANOMODELO da venda direta
       CONV-ANOS.
                   OR ANO-MODEL < ANO-FABRIC
               DISPLAY "DIGITE UM ANO DE MODELO VALIDO"
               GO TO CONV-ANOS
           END-IF

           MOVE ANO-MODEL TO VAL-ANOMODEL
           PERFORM VALIDACHASSI
           IF VAL-RESULTADO = "N"
               DISPLAY VAL-MENSAGEM
               GO TO CONV-ANOS
           END-IF.

      *A cor e conferida contra CADCOR, como em CAD-COR da venda
      *Criticas finais e gravacao da venda convertida
       CONV-GRAVA.

      *    chassi em transito, bloqueado ou em recondicionamento nao
      *    pode ser vendido, como no VERIFICA da venda direta
           PERFORM VERIFICAESTOQUE
           IF SITESTOQUE = "T"
               DISPLAY "VEICULO EM TRANSITO ENTRE FILIAIS (P172TRF)"
               GO TO MENU-PRINCIPAL
           END-IF
           IF SITESTOQUE = "B"
               DISPLAY "VEICULO BLOQUEADO NO PATIO, AGUARDA"
                   " LIBERACAO (P172GRV)"
               GO TO MENU-PRINCIPAL
           END-IF
           IF SITESTOQUE = "O"
               DISPLAY "VEICULO EM RECONDICIONAMENTO, OS INTERNA"
                   " ABERTA (P172OSS)"
               GO TO MENU-PRINCIPAL
           END-IF

      *    as mesmas criticas da venda direta valem na conversao:
      *    restricao de credito quando parcelado e desvio da FIPE
           IF ORC-QTPARC > 1
               END-IF
           END-IF

      *    comissao pela tabela de regras (P172CCM), com o parcelado
      *    contando como financiado; ficar com a orcada fora da tabela
      *    so com supervisor
           MOVE CHASSI TO CCM-CHASSI
           MOVE ORC-VALORVENDA TO CCM-VALORVENDA
           MOVE "N" TO CCM-FINANCIADA
           IF ORC-QTPARC > 1
               MOVE "S" TO CCM-FINANCIADA
           END-IF
           MOVE ZEROS TO CCM-QTACESS
           CALL "P172CCM" USING REGCOMIS
           DISPLAY CCM-MENSAGEM
           MOVE CCM-PERCENT TO COMISSAOCONV
           IF CCM-RESULTADO = "N" OR CCM-PERCENT NOT = ORC-COMISSAO
               MOVE CCM-PERCENT TO LD-COMTAB
               MOVE ORC-COMISSAO TO LD-COMORC
               DISPLAY "COMISSAO DA TABELA: " LD-COMTAB
                   "%  ORCADA: " LD-COMORC "%"
               DISPLAY "MANTER A COMISSAO ORCADA ? S/N"
               ACCEPT OPC
               IF OPC = "S" OR "s"
                   MOVE SPACES TO NIVELOPER
                   ACCEPT NIVELOPER FROM ENVIRONMENT "OPERNIVEL"
                   IF NIVELOPER NOT = "2" AND NOT = "3"
                       DISPLAY "COMISSAO FORA DA TABELA - CHAME UM"
                           " SUPERVISOR"
                       GO TO MENU-PRINCIPAL
                   END-IF
                   MOVE ORC-COMISSAO TO COMISSAOCONV
                   MOVE "COMMAN" TO LOG-OPERACAO
                   MOVE CHASSI TO LOG-CHAVE
                   PERFORM GRAVALOG
               ELSE
                   IF CCM-RESULTADO = "N"
                       DISPLAY "SEM REGRA DE COMISSAO - CONVERSAO"
                           " CANCELADA"
                       GO TO MENU-PRINCIPAL
                   END-IF
               END-IF
           END-IF
           COMPUTE VRCOMCONV = ORC-VALORVENDA * (COMISSAOCONV / 100)
           COMPUTE VRPGTOCONV = ORC-VALORVENDA - VRCOMCONV

      *    sinal de reserva do chassi (P172SIN): o do comprador abate
      *    o valor a parcelar; o ativo de outro cliente barra a venda
           PERFORM BUSCASINAL
           IF SINALOUTRO = "S"
               DISPLAY "VEICULO COM SINAL DE OUTRO CLIENTE (P172SIN)"
               GO TO MENU-PRINCIPAL
           END-IF
           IF SINALRECIBO > ZEROS AND SINALVALOR NOT < VRPGTOCONV
               DISPLAY "SINAL NAO CABE NO VALOR A PAGAR - ACERTE O"
                   " SINAL NO P172SIN"
               MOVE ZEROS TO SINALRECIBO SINALVALOR
           END-IF
           IF SINALRECIBO > ZEROS
               MOVE SINALVALOR TO LD-VALOR
               DISPLAY "SINAL RECIBO " SINALRECIBO " ABATIDO: "
                   LD-VALOR
           END-IF

           MOVE ORC-MARCA TO VEIC-MARCA
           MOVE ORC-MODELO TO VEIC-MODEL
           MOVE ORC-VENDEDOR TO VEIC-VEND
           MOVE COMISSAOCONV TO COMISSAO
           MOVE ORC-VALORVENDA TO VALORVENDA
           MOVE VRPGTOCONV TO VRPGTO
           MOVE VRCOMCONV TO VRCOM
           MOVE ORC-ICMS TO VLR-ICMS
           MOVE ORC-IPI TO VLR-IPI
           MOVE "V" TO VEIC-STATUS
               GO TO MENU-PRINCIPAL
           END-IF

           PERFORM PROXCONTRATO
           WRITE REGVEIC
           IF ERRO = "00" OR "02"
               CLOSE CADVEIC
               PERFORM DESBLOQUEIA
               DISPLAY "VENDA GRAVADA A PARTIR DO ORCAMENTO - CONTRATO "
                   VEIC-CONTRATO
               MOVE "CONVER" TO LOG-OPERACAO
               MOVE ORC-NUMERO TO LOG-CHAVE
               PERFORM GRAVALOG
               PERFORM BAIXAESTOQUE
               IF SINALRECIBO > ZEROS
                   PERFORM GRAVAFORMASINAL
                   PERFORM UTILIZASINAL
               END-IF
               PERFORM GERAPARCELAS
               PERFORM GERANF
               PERFORM LIQUIDACONSIG
           MOVE REGVEIC-SALVO TO REGVEIC
           MOVE "00" TO ERRO.

      *Confere o chassi (e o ano em VAL-ANOMODEL, se informado) pela
      *validacao comum de documentos P172VAL
       VALIDACHASSI.
           MOVE CHASSI TO VAL-CHASSI
           MOVE SPACES TO VAL-PLACA
           MOVE ZEROS TO VAL-RENAVAM
           CALL "P172VAL" USING REGVALVEIC.

      *Confere pelo P172PER se a data em PER-DATA esta em competencia
      *ja fechada no fechamento mensal (PER-RESULTADO = "N")
       CONFEREPERIODO.
           CALL "P172PER" USING REGPERIODO.

      *Confere se o codigo de cor digitado esta cadastrado em CADCOR
       VERIFICACOR.

      *chassi vendido veio do patio
       BAIXAESTOQUE.

           MOVE CHASSI TO FLB-CHASSI
           MOVE "V" TO FLB-EVENTO
           CALL "P172FLB" USING REGFLOORBX
           IF FLB-RESULTADO = "S"
               MOVE FLB-VALOR TO LD-VALOR
               DISPLAY "FLOOR-PLAN: QUITAR " LD-VALOR
                   " NO BANCO ATE " FLB-PRAZO
           END-IF

           OPEN I-O CADESTOQ
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               MOVE "00" TO ERRO
           END-IF.

      *Le em CADESTOQ a situacao do chassi da conversao (T, B, O ou
      *D); chassi fora do estoque fica com SITESTOQUE em branco
       VERIFICAESTOQUE.

           MOVE SPACES TO SITESTOQUE
           OPEN INPUT CADESTOQ
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
           ELSE
               MOVE CHASSI TO EST-CHASSI
               READ CADESTOQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EST-STATUS TO SITESTOQUE
               END-READ
               CLOSE CADESTOQ
               MOVE "00" TO ERRO
           END-IF.

      *Se o chassi convertido estava em consignacao (CADCONS, contrato
      *ativo de P172CSG), calcula a liquidacao - nossa taxa pelo
      *percentual acordado e o valor devido ao consignante - marca o
      *parcela absorvendo o resto da divisao (mesma regra de P172904)
       GERAPARCELAS.

           COMPUTE VRPARCELAR = VRPGTO - SINALVALOR
           COMPUTE VALORPARCELA ROUNDED = VRPARCELAR / ORC-QTPARC
           COMPUTE VALORULTIMAPARC ROUNDED =
               VRPARCELAR - (VALORPARCELA * (ORC-QTPARC - 1))

           MOVE VEIC-CONTRATO TO PARC-CONTRATO
           MOVE VEICULO TO PARC-VEICULO

           OPEN I-O CADPARC
           CLOSE CADPARC
           MOVE "00" TO ERRO.

      *Procura em CADSINL (chave alternativa SIN-CHASSI) sinal de
      *reserva do chassi: ativo ou vencido do comprador vai abater o
      *valor a parcelar; ativo de outro CPF marca SINALOUTRO
       BUSCASINAL.

           MOVE ZEROS TO SINALRECIBO SINALVALOR
           MOVE "N" TO SINALOUTRO
           MOVE "00" TO ERROSIN
           OPEN INPUT CADSINL
           IF ERROSIN NOT = "00"
               MOVE "00" TO ERROSIN
           ELSE
               MOVE CHASSI TO SIN-CHASSI
               MOVE "N" TO FIMSINAL
               START CADSINL KEY IS = SIN-CHASSI
                   INVALID KEY
                       MOVE "S" TO FIMSINAL
               END-START
               PERFORM LESINALCHASSI UNTIL FIMSINAL = "S"
               CLOSE CADSINL
           END-IF.

      *Le o proximo sinal do chassi e classifica pelo CPF
       LESINALCHASSI.

           READ CADSINL NEXT RECORD
               AT END
                   MOVE "S" TO FIMSINAL
           END-READ
           IF FIMSINAL = "N"
               IF SIN-CHASSI NOT = CHASSI
                   MOVE "S" TO FIMSINAL
               ELSE
                   IF SIN-SITUACAO = "A" OR SIN-SITUACAO = "V"
                       IF SIN-CPF = VEIC-CPF
                           MOVE SIN-RECIBO TO SINALRECIBO
                           MOVE SIN-VALOR TO SINALVALOR
                       ELSE
                           IF SIN-SITUACAO = "A"
                               MOVE "S" TO SINALOUTRO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Grava o sinal como linha "S" da composicao do pagamento do
      *contrato em CADFPAG, como a venda direta (P172904)
       GRAVAFORMASINAL.

           MOVE "00" TO ERROFPG
           OPEN I-O CADFPAG
           IF ERROFPG = "30" OR ERROFPG = "35"
               OPEN OUTPUT CADFPAG
               CLOSE CADFPAG
               OPEN I-O CADFPAG
           END-IF
           IF ERROFPG = "00"
               MOVE VEIC-CONTRATO TO FPAG-CONTRATO
               MOVE 1 TO FPAG-SEQ
               MOVE VEIC-MARCA TO FPAG-MARCA
               MOVE VEIC-MODEL TO FPAG-MODELO
               MOVE VEIC-CPF TO FPAG-CPF
               MOVE "S" TO FPAG-FORMA
               MOVE SINALVALOR TO FPAG-VALOR
               MOVE ZEROS TO FPAG-VEZES
               WRITE REGFPAG
               CLOSE CADFPAG
           END-IF
           MOVE "00" TO ERROFPG.

      *Marca o sinal abatido como utilizado ("U") pelo contrato
       UTILIZASINAL.

           MOVE "00" TO ERROSIN
           OPEN I-O CADSINL
           IF ERROSIN NOT = "00"
               MOVE "00" TO ERROSIN
           ELSE
               MOVE SINALRECIBO TO SIN-RECIBO
               READ CADSINL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "U" TO SIN-SITUACAO
                       MOVE VEIC-CONTRATO TO SIN-CONTRATO
                       MOVE DATAVENDA TO SIN-DATAACERTO
                       REWRITE REGSINL
               END-READ
               CLOSE CADSINL
           END-IF.

      *Grava a parcela corrente com o vencimento calculado
       GRAVAPARCELA.

           MOVE NF-FILIAL TO NFS-FILIAL
           MOVE NF-TIPOPESSOA TO NFS-TIPOPESSOA
           MOVE NF-CNPJ TO NFS-CNPJ
           PERFORM MONTAENDERECO
           MOVE ENDERECO1 TO NFS-ENDERECO
           MOVE BAIRRO TO NFS-BAIRRO
           MOVE CIDADE TO NFS-CIDADE
           MOVE CEPPROPR TO NFS-CEP
           MOVE "00" TO ERRONFS
           OPEN EXTEND NFSAIDA
           IF ERRONFS = "30" OR ERRONFS = "35"
           MOVE CHASSI TO GAR-CHASSI
           MOVE DATAVENDA TO GAR-DATAVENDA
           MOVE VEIC-CPF TO GAR-CPF
           MOVE VEIC-CONTRATO TO GAR-CONTRATO
           MOVE GARMESES TO GAR-MESES

           IF GARMESES = ZEROS
           PERFORM DESBLOQUEIACTRL
           MOVE "00" TO ERRO.

      *Tira o numero de contrato da venda convertida do contador
      *CONTRATO de CTRLNUM (o mesmo da venda direta em P172904)
       PROXCONTRATO.

           MOVE "CONTRATO" TO CTRLNOME-TRAB
           PERFORM BLOQUEIACTRL
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
                   MOVE 1 TO CTRL-ULTIMO
                   WRITE REGCTRL
               NOT INVALID KEY
                   ADD 1 TO CTRL-ULTIMO
                   REWRITE REGCTRL
           END-READ

           MOVE CTRL-ULTIMO TO VEIC-CONTRATO
           CLOSE CTRLNUM
           PERFORM DESBLOQUEIACTRL
           MOVE "00" TO ERRO.

      *Reserva o chassi corrente no arquivo de travas CADLOCK (mesma
      *trava "VEIC:" da venda direta em P172904); status 22 na
      *gravacao significa registro em uso por outro terminal
           END-IF
           MOVE "N" TO LOCKOBTIDO.

      *Monta o endereco completo do proprietario corrente: logradouro,
      *bairro, cidade e UF do CADCEP pelo CEP do cadastro, mais o
      *numero e o complemento; cliente antigo ainda sem CEP sai so com
      *o complemento (P172END lista esses cadastros)
       MONTAENDERECO.

           MOVE SPACES TO ENDERECO1 ENDERECO2
           MOVE SPACES TO LOGRADOURO BAIRRO CIDADE UF
           IF CEPPROPR NOT = ZEROS
               MOVE CEPPROPR TO CEP
               MOVE "00" TO ERROCEP
               OPEN INPUT CADCEP
               IF ERROCEP = "00"
                   READ CADCEP
                       INVALID KEY
                           MOVE SPACES TO LOGRADOURO BAIRRO CIDADE UF
                   END-READ
                   CLOSE CADCEP
               END-IF
               MOVE "00" TO ERROCEP
           END-IF
           IF LOGRADOURO = SPACES
               MOVE COMPLEMENTO TO ENDERECO1
               MOVE "CEP NAO CADASTRADO" TO ENDERECO2
           ELSE
               STRING LOGRADOURO DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   NUMEROEND DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   COMPLEMENTO DELIMITED BY "  "
                   INTO ENDERECO1
               END-STRING
               STRING BAIRRO DELIMITED BY "  "
                   " - " DELIMITED BY SIZE
                   CIDADE DELIMITED BY "  "
                   "/" UF " CEP " CEPPROPR DELIMITED BY SIZE
                   INTO ENDERECO2
               END-STRING
           END-IF.

      *Grava um registro de auditoria para a operacao corrente
      *(LOG-OPERACAO/LOG-CHAVE ja devem estar preenchidos)
       GRAVALOG.
