      *      de ficha e gravame; o cancelamento de venda passa a
      *      desfazer tambem o repasse pendente da financeira
      *      (APAGAREPASSE) e a pendencia de entrega (APAGAENTREGA).
      * Mod: 15/10/2026 - cada venda ganha numero de contrato proprio
      *      (contador CONTRATO de CTRLNUM), que passa a ser a chave de
      *      CADVEIC, CADPARC e CADFPAG; VEICULO vira chave alternativa
      *      com duplicidade e o mesmo comprador pode levar outro
      *      carro do mesmo modelo. A tela pede o contrato antes da
      *      marca (zero = venda nova) para alterar ou cancelar uma
      *      venda (VER-CONTRATO/LERCHAVE); a garantia leva o contrato
      *      em GAR-CONTRATO e o contrato impresso mostra o numero.
      * Mod: 15/10/2026 - contrato impresso e NFSAIDA.TXT levam o
      *      endereco completo do comprador (logradouro, bairro,
      *      cidade e UF do CADCEP pelo CEP do cadastro, numero e
      *      complemento - MONTAENDERECO).
      * Mod: 15/10/2026 - CAD-CHASSI e o chassi do usado em CAD-TROCA
      *      passam pela validacao P172VAL (digito verificador, letras
      *      I/O/Q e, na venda, ano do chassi contra ANO-MODEL); o
      *      chassi original na alteracao nao e reconferido.
      * Mod: 15/10/2026 - venda de competencia ja fechada (P172CMP)
      *      so pode ser consultada: alterar e cancelar sao recusados
      *      em LERCHAVE, e a venda nova confere a data do dia
      *      (CONFEREPERIODO, pelo P172PER).
      * Mod: 15/10/2026 - sinal de reserva (P172SIN) do mesmo CPF no
      *      chassi entra sozinho na composicao como linha "S"
      *      (BUSCASINAL) e passa a usado com o contrato
      *      (UTILIZASINAL); chassi com sinal ativo de outro cliente
      *      e recusado no VERIFICA; o cancelamento da venda devolve
      *      o sinal para acerto em P172SIN (VOLTASINAL).
      * Mod: 15/10/2026 - comissao pela tabela de regras CADRCOM
      *      (P172RCM), calculada pelo P172CCM em CAD-COMISSAO e
      *      refeita depois da composicao, ja sabendo se ha linha
      *      financiada (APLICAREGRA); o bonus por acessorio entra no
      *      VRCOM sem abater o valor a pagar. Percentual digitado
      *      fora da tabela exige supervisor e grava COMMAN no
      *      LOGTRANS.
      * Mod: 15/10/2026 - veiculo em recondicionamento ("O" em
      *      CADESTOQ, OS interna aberta no P172OSS) nao pode ser
      *      vendido.
      * Mod: 15/10/2026 - item de CADNFIT ganha NFI-CODPECA (codigo de
      *      peca de 5 digitos da venda de balcao do P172BAL, que
      *      divide o contador NOTAFISC); acessorio grava zero.
      * Mod: 15/10/2026 - a liquidacao da consignacao lanca o valor
      *      devido ao consignante como titulo no contas a pagar
      *      (P172TIT), baixado quando o P172PCC paga o repasse.
      * Mod: 15/10/2026 - LERCHAVE avisa quando alguma parcela de
      *      cartao da venda sofreu chargeback da adquirente
      *      (CADCCRT, conciliado pelo P172ADQ).
      * Mod: 15/10/2026 - BAIXAESTOQUE gera a obrigacao de quitacao
      *      do floor-plan do carro novo vendido (P172FLB), com o
      *      prazo mostrado ao vendedor.
      * Mod: 15/10/2026 - layout de CADLEAD com o chassi anunciado,
      *      o portal de origem e a filial do lead (P172POR).
      * Mod: 15/10/2026 - seguro auto opcional na venda (CAD-SEGURO,
      *      depois do CAD-FORMAS): seguradora de CADSEGU (P172SEG),
      *      apolice, premio, vigencia e comissao da loja gravados em
      *      CADAPOL (GRAVASEGURO) e impressos no contrato; o
      *      cancelamento da venda cancela a apolice (APAGASEGURO).
      * Mod: 15/10/2026 - recusas do VERIFICA e do CANCELA-VENDA
      *      voltam ao numero do contrato (VER-CONTRATO) com as
      *      variaveis limpas; valor do floor-plan sai editado.
      * Purpose:
      * OBS: ARQUIVO GERADO A PARTIR DA IDE OPENCOBOL.
      *    PASSOS PARA FUNCIONAR CODIGO:
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-CONTRATO
               FILE STATUS IS ERRO
               ALTERNATE RECORD KEY VEICULO DUPLICATES
               ALTERNATE RECORD KEY ANO-MODEL DUPLICATES
               ALTERNATE RECORD KEY CHASSI.
           SELECT CADMODEL ASSIGN TO DISK
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
               RECORD KEY IS FPAG-CHAVE
               FILE STATUS IS ERROFPG.
           SELECT CADCCRT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-CHAVE
               FILE STATUS IS ERROCRT.
           SELECT CADSINL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-RECIBO
               FILE STATUS IS ERROSIN
               ALTERNATE RECORD KEY SIN-CHASSI DUPLICATES.
           SELECT CADFINA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REPAS-CHASSI
               FILE STATUS IS ERROREP.
           SELECT CADSEGU ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEGU-CODIGO
               FILE STATUS IS ERROSEG.
           SELECT CADAPOL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APOL-CHAVE
               FILE STATUS IS ERROAPL
               ALTERNATE RECORD KEY APOL-DATAFIM DUPLICATES.
           SELECT CADDOCU ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
               02 LEAD-DDD PIC 9(2) VALUE ZEROS.
               02 LEAD-FONE PIC 9(11) VALUE ZEROS.
               02 LEAD-VENDEDOR PIC 9(3) VALUE ZEROS.
               02 LEAD-CHASSI PIC X(17) VALUE SPACES.
               02 LEAD-PORTAL PIC 9(2) VALUE ZEROS.
               02 LEAD-FILIAL PIC 9(2) VALUE ZEROS.

           FD LIGALEAD
              LABEL  RECORD IS STANDARD
               02 NFS-FILIAL PIC 9(2) VALUE ZEROS.
               02 NFS-TIPOPESSOA PIC X(1) VALUE "F".
               02 NFS-CNPJ PIC 9(14) VALUE ZEROS.
               02 NFS-ENDERECO PIC X(74) VALUE SPACES.
               02 NFS-BAIRRO PIC X(26) VALUE SPACES.
               02 NFS-CIDADE PIC X(20) VALUE SPACES.
               02 NFS-CEP PIC 9(8) VALUE ZEROS.

           FD CADREST
              LABEL  RECORD IS STANDARD
               02 GAR-MESES PIC 9(3) VALUE ZEROS.
               02 GAR-PLANO PIC X(1) VALUE "L".
               02 GAR-DATAFIM PIC 9(8) VALUE ZEROS.
               02 GAR-CONTRATO PIC 9(8) VALUE ZEROS.

           FD CADLOCK
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

           FD CADCCRT
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADCCRT.DAT".
           01 REGCCRT.
               02 CRT-CHAVE.
                   03 CRT-CONTRATO PIC 9(8) VALUE ZEROS.
                   03 CRT-SEQ PIC 9(2) VALUE ZEROS.
                   03 CRT-PARCELA PIC 9(2) VALUE ZEROS.
               02 CRT-VEZES PIC 9(2) VALUE ZEROS.
               02 CRT-DATAVENDA PIC 9(8) VALUE ZEROS.
               02 CRT-DATAPREV PIC 9(8) VALUE ZEROS.
               02 CRT-VRPREV PIC 9(8)V99 VALUE ZEROS.
               02 CRT-ADQ PIC 9(2) VALUE ZEROS.
               02 CRT-DATACRED PIC 9(8) VALUE ZEROS.
               02 CRT-BRUTO PIC 9(8)V99 VALUE ZEROS.
               02 CRT-TAXA PIC 9(8)V99 VALUE ZEROS.
               02 CRT-LIQUIDO PIC 9(8)V99 VALUE ZEROS.
               02 CRT-TAXAESP PIC 9(8)V99 VALUE ZEROS.
               02 CRT-VRESTORNO PIC 9(8)V99 VALUE ZEROS.
               02 CRT-SITUACAO PIC X(1) VALUE "P".

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

           FD CADFINA
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADFINA.DAT".
               02 REPAS-SITUACAO PIC X(1) VALUE "P".
               02 REPAS-DATABAIXA PIC 9(8) VALUE ZEROS.

           FD CADSEGU
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADSEGU.DAT".
           01 REGSEGU.
               02 SEGU-CODIGO PIC 9(3) VALUE ZEROS.
               02 SEGU-NOME PIC X(30) VALUE SPACES.
               02 SEGU-CNPJ PIC 9(14) VALUE ZEROS.
               02 SEGU-PCTCOM PIC 9(2)V99 VALUE ZEROS.

           FD CADAPOL
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADAPOL.DAT".
           01 REGAPOL.
               02 APOL-CHAVE.
                   03 APOL-CHASSI PIC X(17) VALUE SPACES.
                   03 APOL-DATAINI PIC 9(8) VALUE ZEROS.
               02 APOL-CPF PIC 9(11) VALUE ZEROS.
               02 APOL-CONTRATO PIC 9(8) VALUE ZEROS.
               02 APOL-SEGURADORA PIC 9(3) VALUE ZEROS.
               02 APOL-NUMERO PIC X(20) VALUE SPACES.
               02 APOL-PREMIO PIC 9(8)V99 VALUE ZEROS.
               02 APOL-DATAFIM PIC 9(8) VALUE ZEROS.
               02 APOL-PCTCOM PIC 9(2)V99 VALUE ZEROS.
               02 APOL-VRCOM PIC 9(8)V99 VALUE ZEROS.
               02 APOL-VENDEDOR PIC 9(3) VALUE ZEROS.
               02 APOL-SITUACAO PIC X(1) VALUE "A".
               02 APOL-COMPAGA PIC X(1) VALUE "N".
               02 APOL-DATACOMPG PIC 9(8) VALUE ZEROS.

           FD CADDOCU
              LABEL  RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADDOCU.DAT".
               02 NFI-DESCRICAO PIC X(30) VALUE SPACES.
               02 NFI-QTD PIC 9(3) VALUE ZEROS.
               02 NFI-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 NFI-CODPECA PIC 9(5) VALUE ZEROS.

           FD VENACESS
              LABEL  RECORD IS STANDARD
               02 COMI-VRCOM PIC 9(8)V99 VALUE ZEROS.
               02 COMI-VALORVENDA PIC 9(8)V99 VALUE ZEROS.
               02 COMI-FILIAL PIC 9(2) VALUE ZEROS.
               02 COMI-CONTRATO PIC 9(8) VALUE ZEROS.

           FD CADESTN
              LABEL  RECORD IS STANDARD
       WORKING-STORAGE SECTION.

           01 ERRO PIC X(2) VALUE "00".
           01 ERROCEP PIC X(2) VALUE "00".
           01 ENDERECO1 PIC X(74) VALUE SPACES.
           01 ENDERECO2 PIC X(66) VALUE SPACES.
           01 EFE PIC 9(2).
           01 OPC PIC X(1).
           01 BITVALIDA PIC 9(1) value zeroes.
           01 ACHOUCHASSI PIC X(1) VALUE "N".
           01 REGVEIC-SALVO PIC X(120) VALUE SPACES.
           01 QTPARC PIC 9(3) VALUE ZEROS.
           01 NUMPARC PIC 9(3) VALUE ZEROS.
           01 VALORPARCELA PIC 9(8)V99 VALUE ZEROS.
           01 GARMESES PIC 9(3) VALUE ZEROS.
           01 GARDIAS PIC 9(8) VALUE ZEROS.
           01 NIVELOPER PIC X(1) VALUE SPACES.
      *    comissao pela tabela (P172CCM); COMISSAOMANUAL = "S" quando
      *    o supervisor fixou o percentual a mao
           01 COMISSAOTAB PIC 9(2)V99 VALUE ZEROS.
           01 COMISSAOANT PIC 9(2)V99 VALUE ZEROS.
           01 COMISSAOMANUAL PIC X(1) VALUE "N".
           01 BONUSACESS PIC 9(8)V99 VALUE ZEROS.
           01 BONUSTRAB PIC S9(8)V99 VALUE ZEROS.
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
           01 ERROLOCK PIC X(2) VALUE "00".
           01 LOCKOBTIDO PIC X(1) VALUE "N".
           01 CTRLNOME-TRAB PIC X(8) VALUE SPACES.
           01 TROCAJAEXISTE PIC X(1) VALUE "N".
           01 TROCA-CHASSI PIC X(17) VALUE SPACES.
           01 TROCA-VALOR PIC 9(8)V99 VALUE ZEROS.
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
           01 REGTITULO.
               02 TIT-OPERACAO PIC X(1) VALUE SPACES.
               02 TIT-NUMERO PIC 9(6) VALUE ZEROS.
               02 TIT-ORIGEM PIC X(4) VALUE SPACES.
               02 TIT-TIPOCRED PIC X(1) VALUE SPACES.
               02 TIT-CREDOR PIC 9(14) VALUE ZEROS.
               02 TIT-NOMECRED PIC X(30) VALUE SPACES.
               02 TIT-DOCUMENTO PIC X(20) VALUE SPACES.
               02 TIT-REFERENCIA PIC X(20) VALUE SPACES.
               02 TIT-EMISSAO PIC 9(8) VALUE ZEROS.
               02 TIT-VENCIMENTO PIC 9(8) VALUE ZEROS.
               02 TIT-VALOR PIC 9(10)V99 VALUE ZEROS.
               02 TIT-ACUMULA PIC X(1) VALUE "N".
               02 TIT-DATAPGTO PIC 9(8) VALUE ZEROS.
               02 TIT-SALDO PIC 9(10)V99 VALUE ZEROS.
               02 TIT-RESULTADO PIC X(1) VALUE "S".
               02 TIT-MENSAGEM PIC X(40) VALUE SPACES.
           01 REGFLOORBX.
               02 FLB-CHASSI PIC X(17) VALUE SPACES.
               02 FLB-EVENTO PIC X(1) VALUE "V".
               02 FLB-RESULTADO PIC X(1) VALUE "N".
               02 FLB-PRAZO PIC 9(8) VALUE ZEROS.
               02 FLB-VALOR PIC 9(8)V99 VALUE ZEROS.
               02 FLB-MENSAGEM PIC X(40) VALUE SPACES.
           01 LD-VRFLOOR PIC Z(8),99 VALUE ZEROS.
           01 ERROFPG PIC X(2) VALUE "00".
           01 ERROSIN PIC X(2) VALUE "00".
           01 SINALRECIBO PIC 9(8) VALUE ZEROS.
           01 SINALVALOR PIC 9(8)V99 VALUE ZEROS.
           01 SINALOUTRO PIC X(1) VALUE "N".
           01 FIMSINAL PIC X(1) VALUE "N".
           01 TABFORMAS.
               02 TF-ENT OCCURS 10 TIMES.
                   03 TF-FORMA PIC X(1).
           01 REPASSEPRAZO PIC 9(3) VALUE ZEROS.
           01 REPASSEDIAS PIC 9(8) VALUE ZEROS.
           01 ACHOUFIN PIC X(1) VALUE "N".
           01 ERROSEG PIC X(2) VALUE "00".
           01 ERROAPL PIC X(2) VALUE "00".
           01 HOUVESEGURO PIC X(1) VALUE "N".
           01 ACHOUSEG PIC X(1) VALUE "N".
           01 FIMAPOL PIC X(1) VALUE "N".
           01 SEGUROSEG PIC 9(3) VALUE ZEROS.
           01 SEGURONOME PIC X(30) VALUE SPACES.
           01 SEGURONUM PIC X(20) VALUE SPACES.
           01 SEGUROPREMIO PIC 9(8)V99 VALUE ZEROS.
           01 SEGUROINI PIC 9(8) VALUE ZEROS.
           01 SEGUROFIM PIC 9(8) VALUE ZEROS.
           01 SEGUROPCT PIC 9(2)V99 VALUE ZEROS.
           01 SEGUROANO PIC 9(4) VALUE ZEROS.
           01 LD-PREMIO PIC Z(7)9,99 VALUE ZEROS.
           01 ERRODOC PIC X(2) VALUE "00".
           01 EHUSADO PIC X(1) VALUE "N".
           01 DOCULIBERADO PIC X(1) VALUE "N".
           01 ERROCOM PIC X(2) VALUE "00".
           01 ERROETN PIC X(2) VALUE "00".
           01 TEMCOMIFECHADA PIC X(1) VALUE "N".
           01 CONTRATOPEDIDO PIC 9(8) VALUE ZEROS.
           01 CONTRATO-ANTERIOR PIC 9(8) VALUE ZEROS.
           01 ERROCRT PIC X(2) VALUE "00".
           01 TEMCHARGEBACK PIC X(1) VALUE "N".
           01 FIMCRT PIC X(1) VALUE "N".

       SCREEN SECTION.

           ELSE
               CONTINUE.

      *Pede o numero do contrato: zero abre uma venda nova, um
      *contrato ja gravado e lido para alteracao ou cancelamento
       VER-CONTRATO.

           MOVE ZEROS TO CONTRATOPEDIDO
           DISPLAY "CONTRATO:" AT 0225
           DISPLAY "CONTRATO DA VENDA (0 = VENDA NOVA)" AT 2103
           DISPLAY "F2 - SAIR" AT 2334
           ACCEPT CONTRATOPEDIDO AT 0235
           PERFORM LIMPAERRO

           ACCEPT EFE FROM ESCAPE KEY

               IF EFE = 02
                   GO TO SAIR
           END-IF

               IF CONTRATOPEDIDO = ZEROS
                   MOVE ZEROS TO VEIC-CONTRATO
                   CONTINUE
               ELSE
                   PERFORM LERCHAVE.

      *Recebe dados do arquivo "CADMARCA.dat"
       VER-MARCA.

           ACCEPT TCPF
           PERFORM LIMPAERRO
           MOVE VEIC-CPF TO CPF

           ACCEPT EFE FROM ESCAPE KEY

                   DISPLAY "DIGITE O CHASSI DO VEICULO" AT 2103
                   GO TO CAD-CHASSI
               ELSE
                   IF BITVALIDA = 0 OR CHASSI NOT = CHASSI-ORIGINAL
                       MOVE CHASSI TO VAL-CHASSI
                       MOVE ANO-MODEL TO VAL-ANOMODEL
                       PERFORM VALIDACHASSI
                       IF VAL-RESULTADO = "N"
                           DISPLAY VAL-MENSAGEM AT 2103
                           GO TO CAD-CHASSI
                       END-IF
                   END-IF
                   PERFORM VERIFICACHASSI
                   MOVE "N" TO HOUVETRANSFERENCIA
                   IF ACHOUCHASSI = "S" AND BITVALIDA = 0
                   END-IF
                   GO TO CAD-VALORVENDA.

      *Confere o chassi em VAL-CHASSI (e o ano em VAL-ANOMODEL, se
      *informado) pela validacao comum de documentos P172VAL
       VALIDACHASSI.
           MOVE SPACES TO VAL-PLACA
           MOVE ZEROS TO VAL-RENAVAM
           CALL "P172VAL" USING REGVALVEIC.

      *Confere pelo P172PER se a data em PER-DATA esta em competencia
      *ja fechada no fechamento mensal (PER-RESULTADO = "N")
       CONFEREPERIODO.
           CALL "P172PER" USING REGPERIODO.

      *Confere, por chave alternativa, se o chassi digitado ja
      *pertence a outro veiculo cadastrado, guardando o CPF do
      *proprietario anterior para o caso de ser uma transferencia
       VERIFICACHASSI.
           MOVE "N" TO ACHOUCHASSI
           MOVE ZEROS TO CPF-ANTERIOR CONTRATO-ANTERIOR
           MOVE REGVEIC TO REGVEIC-SALVO
           READ CADVEIC KEY IS CHASSI
               INVALID KEY
               NOT INVALID KEY
                   MOVE "S" TO ACHOUCHASSI
                   MOVE VEIC-CPF TO CPF-ANTERIOR
                   MOVE VEIC-CONTRATO TO CONTRATO-ANTERIOR
           END-READ
           MOVE REGVEIC-SALVO TO REGVEIC.

                   ELSE
                       CONTINUE.

      *Comissao do vendedor: na venda nova vem da tabela de regras
      *(APLICAREGRA); na alteracao vale a ja gravada. O percentual
      *so muda a mao com supervisor, registrado no LOGTRANS
       CAD-COMISSAO.

           IF BITVALIDA = 0 AND COMISSAOMANUAL = "N"
               PERFORM APLICAREGRA
               MOVE COMISSAO TO COMISSAOTAB
               DISPLAY CCM-MENSAGEM AT 2103
           END-IF

           ACCEPT TCOMISSAO
           PERFORM LIMPAERRO

                   GO TO SAIR
               END-IF

               IF COMISSAO <= 0 AND BITVALIDA = 0
                   AND CCM-RESULTADO = "N"
                   DISPLAY "SEM REGRA NA TABELA, DIGITE O PERCENTUAL"
                       AT 2103
                   GO TO CAD-COMISSAO
               END-IF

               IF COMISSAO NOT = COMISSAOTAB
                   MOVE SPACES TO NIVELOPER
                   ACCEPT NIVELOPER FROM ENVIRONMENT "OPERNIVEL"
                   IF NIVELOPER NOT = "2" AND NOT = "3"
                       DISPLAY "COMISSAO FORA DA TABELA - CHAME UM"
                           " SUPERVISOR" AT 2103
                       MOVE COMISSAOTAB TO COMISSAO
                       GO TO CAD-COMISSAO
                   END-IF
                   DISPLAY "SUPERVISOR CONFIRMA ? S/N" AT 2103
                   ACCEPT OPC AT 2129
                   PERFORM LIMPAERRO
                   IF OPC = "S" OR "s"
                       MOVE "S" TO COMISSAOMANUAL
                       MOVE COMISSAO TO COMISSAOTAB
                       MOVE "COMMAN" TO LOG-OPERACAO
                       MOVE CHASSI TO LOG-CHAVE
                       PERFORM GRAVALOG
                   ELSE
                       MOVE COMISSAOTAB TO COMISSAO
                       GO TO CAD-COMISSAO
                   END-IF
               END-IF
               CONTINUE.

      *Pergunta em quantas parcelas o valor a pagar sera dividido
       CAD-PARCELAS.
           END-IF
           MOVE "00" TO ERRO.

      *Procura em CADCCRT alguma parcela de cartao da venda com
      *chargeback lancado pela conciliacao da adquirente (P172ADQ)
       VERIFICACHARGEBACK.

           MOVE "N" TO TEMCHARGEBACK
           MOVE "00" TO ERROCRT
           OPEN INPUT CADCCRT
           IF ERROCRT = "00"
               MOVE VEIC-CONTRATO TO CRT-CONTRATO
               MOVE ZEROS TO CRT-SEQ CRT-PARCELA
               MOVE "N" TO FIMCRT
               START CADCCRT KEY IS NOT LESS THAN CRT-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIMCRT
               END-START
               PERFORM TESTACHARGEBACK UNTIL FIMCRT = "S"
               CLOSE CADCCRT
           END-IF
           MOVE "00" TO ERROCRT.

      *Le a proxima parcela de cartao do contrato
       TESTACHARGEBACK.

           READ CADCCRT NEXT RECORD
               AT END
                   MOVE "S" TO FIMCRT
           END-READ

           IF FIMCRT NOT = "S"
               IF CRT-CONTRATO NOT = VEIC-CONTRATO
                   MOVE "S" TO FIMCRT
               ELSE
                   IF CRT-SITUACAO = "E"
                       MOVE "S" TO TEMCHARGEBACK
                       MOVE "S" TO FIMCRT
                   END-IF
               END-IF
           END-IF.

      *Cadastra a UF do comprador, usada para buscar os percentuais
      *de ICMS/IPI daquele estado em CADUF
       CAD-UF.
               GO TO CAD-TROCA
           END-IF

           MOVE TROCA-CHASSI TO VAL-CHASSI
           MOVE ZEROS TO VAL-ANOMODEL
           PERFORM VALIDACHASSI
           IF VAL-RESULTADO = "N"
               DISPLAY VAL-MENSAGEM AT 2103
               GO TO CAD-TROCA
           END-IF

           PERFORM VERIFICATROCA
           IF TROCAJAEXISTE = "S"
               DISPLAY "CHASSI DO USADO JA CADASTRADO" AT 2103
                   GO TO SAIR
               END-IF

           IF BITVALIDA = 0
               PERFORM APLICAREGRA
           END-IF
           COMPUTE VRCOM = VALORVENDA * (COMISSAO/100)
           IF HOUVETROCA = "S"
               AND TROCA-VALOR >= VALORVENDA - VRCOM
               DISPLAY "AVALIACAO MAIOR QUE O VALOR A PAGAR" AT 2103
               GO TO CAD-TROCA
           END-IF
           PERFORM CALCULACOMISSAO
           COMPUTE VLR-ICMS = VALORVENDA * (PCT-ICMS/100)
               DISPLAY TVLRICMS
           COMPUTE VLR-IPI = VALORVENDA * (PCT-IPI/100)

      *Monta a composicao da forma de pagamento em linhas (dinheiro,
      *PIX, cartao com vezes, financiado); o usado na troca entra
      *automatico como linha "U" pelo valor da avaliacao e o sinal
      *de reserva do mesmo CPF (P172SIN) como linha "S"; a soma
      *das linhas tem que fechar com o valor da venda antes do
      *GRAVARCHAVE; na alteracao (BITVALIDA = 1) a etapa e pulada,
      *valendo a composicao ja gravada
               ADD TROCA-VALOR TO TOTFORMAS
           END-IF

           PERFORM BUSCASINAL
           IF SINALRECIBO > ZEROS
               IF SINALVALOR > TOTALVENDA - TOTFORMAS
                   DISPLAY "SINAL MAIOR QUE O SALDO, ACERTE NO P172SIN"
                       AT 2103
                   MOVE ZEROS TO SINALRECIBO SINALVALOR
               ELSE
                   ADD 1 TO QTFORMAS
                   MOVE "S" TO TF-FORMA (QTFORMAS)
                   MOVE SINALVALOR TO TF-VALOR (QTFORMAS)
                   MOVE ZEROS TO TF-VEZES (QTFORMAS)
                   ADD SINALVALOR TO TOTFORMAS
               END-IF
           END-IF

           GO TO CAD-FORMAS-LINHA.

      *Pede a proxima linha da composicao de pagamento
               MOVE "00" TO ERROFIN
           END-IF.

      *Confere a seguradora digitada em CADSEGU (P172SEG)
       VERIFICASEGURADORA.

           MOVE "N" TO ACHOUSEG
           MOVE "00" TO ERROSEG
           OPEN INPUT CADSEGU
           IF ERROSEG NOT = "00"
               MOVE "00" TO ERROSEG
           ELSE
               MOVE SEGUROSEG TO SEGU-CODIGO
               READ CADSEGU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ACHOUSEG
                       MOVE SEGU-NOME TO SEGURONOME
               END-READ
               CLOSE CADSEGU
               MOVE "00" TO ERROSEG
           END-IF.

      *Critica final da composicao antes de seguir para o VERIFICA
       CAD-FORMAS-SAI.

               MOVE ZEROS TO QTFORMAS TOTFORMAS VALORFINANC
               GO TO CAD-FORMAS
           END-IF

      *    com a composicao fechada ja se sabe se a venda e financiada:
      *    a regra da tabela e refeita e o valor a pagar recalculado
           IF BITVALIDA = 0
               MOVE COMISSAO TO COMISSAOANT
               PERFORM APLICAREGRA
               IF HOUVETROCA = "S" AND TROCA-VALOR >=
                   VALORVENDA - VALORVENDA * (COMISSAO/100)
                   MOVE COMISSAOANT TO COMISSAO
               END-IF
               COMPUTE VRCOM = VALORVENDA * (COMISSAO/100)
               PERFORM CALCULACOMISSAO
           END-IF
           CONTINUE.

      *Seguro auto opcional vendido junto com o veiculo: seguradora
      *de CADSEGU (P172SEG), numero da apolice, premio, vigencia e
      *comissao da loja; o premio e pago a seguradora e nao entra na
      *composicao; a apolice vai para CADAPOL no GRAVASEGURO depois
      *da venda gravada; na alteracao (BITVALIDA = 1) a etapa e pulada
       CAD-SEGURO.

           MOVE "N" TO HOUVESEGURO
           IF BITVALIDA = 1
               GO TO CAD-SEGURO-SAI
           END-IF

           PERFORM LIMPAERRO
           DISPLAY "VENDER SEGURO AUTO ? S/N" AT 2103
           ACCEPT OPC AT 2128
           PERFORM LIMPAERRO
           IF OPC NOT = "S" AND NOT = "s"
               GO TO CAD-SEGURO-SAI
           END-IF.

      *Pede a seguradora (0 desiste do seguro)
       CAD-SEGURO-SEGURADORA.

           DISPLAY "CODIGO DA SEGURADORA (0 = SEM SEGURO):" AT 2103
           ACCEPT SEGUROSEG AT 2142
           PERFORM LIMPAERRO
           IF SEGUROSEG = ZEROS
               GO TO CAD-SEGURO-SAI
           END-IF
           PERFORM VERIFICASEGURADORA
           IF ACHOUSEG NOT = "S"
               DISPLAY "SEGURADORA NAO CADASTRADA (P172SEG)" AT 2103
               GO TO CAD-SEGURO-SEGURADORA
           END-IF.

      *Pede os dados da apolice emitida pela seguradora
       CAD-SEGURO-APOLICE.

           DISPLAY "NUMERO DA APOLICE:" AT 2103
           ACCEPT SEGURONUM AT 2122
           PERFORM LIMPAERRO
           IF SEGURONUM = SPACES
               DISPLAY "DIGITE O NUMERO DA APOLICE" AT 2103
               GO TO CAD-SEGURO-APOLICE
           END-IF

           DISPLAY "VALOR DO PREMIO:" AT 2103
           ACCEPT SEGUROPREMIO AT 2120
           PERFORM LIMPAERRO
           IF SEGUROPREMIO = ZEROS
               DISPLAY "PREMIO INVALIDO" AT 2103
               GO TO CAD-SEGURO-APOLICE
           END-IF

           DISPLAY "INICIO VIGENCIA (0 = HOJE):" AT 2103
           ACCEPT SEGUROINI AT 2131
           PERFORM LIMPAERRO
           IF SEGUROINI = ZEROS
               MOVE FUNCTION CURRENT-DATE (1:8) TO SEGUROINI
           END-IF

      *    vigencia padrao de um ano; 29/02 vira 28/02 no ano seguinte
           DISPLAY "FIM VIGENCIA (0 = 1 ANO):" AT 2103
           ACCEPT SEGUROFIM AT 2129
           PERFORM LIMPAERRO
           IF SEGUROFIM = ZEROS
               MOVE SEGUROINI TO SEGUROFIM
               MOVE SEGUROINI(1:4) TO SEGUROANO
               ADD 1 TO SEGUROANO
               MOVE SEGUROANO TO SEGUROFIM(1:4)
               IF SEGUROFIM(5:4) = "0229"
                   MOVE "0228" TO SEGUROFIM(5:4)
               END-IF
           END-IF
           IF SEGUROFIM NOT > SEGUROINI
               DISPLAY "FIM DA VIGENCIA ANTES DO INICIO" AT 2103
               GO TO CAD-SEGURO-APOLICE
           END-IF

           DISPLAY "COMISSAO DA LOJA % (0 = PADRAO):" AT 2103
           ACCEPT SEGUROPCT AT 2136
           PERFORM LIMPAERRO
           IF SEGUROPCT = ZEROS
               MOVE SEGU-PCTCOM TO SEGUROPCT
           END-IF

           MOVE "S" TO HOUVESEGURO.

       CAD-SEGURO-SAI.
           GO TO VERIFICA.

      *Busca a comissao da venda na tabela de regras pelo P172CCM:
      *origem e margem do chassi, linha financiada na composicao e
      *quantidade de acessorios; percentual fixado pelo supervisor
      *(COMISSAOMANUAL) e mantido, so o bonus e refeito
       APLICAREGRA.

           MOVE CHASSI TO CCM-CHASSI
           MOVE VALORVENDA TO CCM-VALORVENDA
           MOVE "N" TO CCM-FINANCIADA
           MOVE 1 TO IXFORMA
           PERFORM TESTAFINANCIADA UNTIL IXFORMA > QTFORMAS
           MOVE ZEROS TO CCM-QTACESS
           MOVE 1 TO IXACESS
           PERFORM SOMAQTACESS UNTIL IXACESS > QTACESS

           CALL "P172CCM" USING REGCOMIS

           IF COMISSAOMANUAL = "N"
               MOVE CCM-PERCENT TO COMISSAO
           END-IF
           MOVE CCM-BONUS TO BONUSACESS
           DISPLAY TCOMISSAO.

      *Marca a venda como financiada se a linha IXFORMA e "F"
       TESTAFINANCIADA.

           IF TF-FORMA (IXFORMA) = "F"
               MOVE "S" TO CCM-FINANCIADA
           END-IF
           ADD 1 TO IXFORMA.

      *Soma as unidades do acessorio IXACESS lancado na venda
       SOMAQTACESS.

           ADD TA-QTD (IXACESS) TO CCM-QTACESS
           ADD 1 TO IXACESS.

      *Valor a pagar pela comissao percentual (VRCOM ja calculado) e
      *menos a troca; o bonus de acessorios soma no VRCOM do vendedor
      *depois, sem abater o valor a pagar do comprador
       CALCULACOMISSAO.

           COMPUTE VRPGTO = VALORVENDA - VRCOM
           IF HOUVETROCA = "S"
               SUBTRACT TROCA-VALOR FROM VRPGTO
           END-IF
           ADD BONUSACESS TO VRCOM
               DISPLAY TVRCOM
               DISPLAY TVRPGTO.

      *Permite ao usuario validar os dados; a chave (chassi) fica
      *reservada em CADLOCK daqui ate o fim da gravacao, para dois
      *terminais nao gravarem o mesmo veiculo ao mesmo tempo
               DISPLAY "REGISTRO EM USO POR OUTRO TERMINAL" AT 2103
               PERFORM LIMPAVARIAVEL
               MOVE 0 TO BITVALIDA
               GO TO VER-CONTRATO
           END-IF

      *    usado que entrou por troca ou consignacao so pode ser
      *    vendido com a ficha de documentacao completa (CADDOCU,
      *    preenchida em P172DOC)
           IF BITVALIDA = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO PER-DATA
               PERFORM CONFEREPERIODO
               IF PER-RESULTADO = "N"
                   DISPLAY PER-MENSAGEM AT 2103
                   PERFORM DESBLOQUEIA
                   ACCEPT OPC AT 2172
                   PERFORM LIMPAVARIAVEL
                   MOVE 0 TO BITVALIDA
                   GO TO VER-CONTRATO
               END-IF
               IF SINALOUTRO = "S"
                   DISPLAY "VEICULO COM SINAL DE OUTRO CLIENTE"
                       " (P172SIN)" AT 2103
                   PERFORM DESBLOQUEIA
                   ACCEPT OPC AT 2172
                   PERFORM LIMPAVARIAVEL
                   MOVE 0 TO BITVALIDA
                   GO TO VER-CONTRATO
               END-IF
               PERFORM VERIFICAUSADO
               IF SITESTOQUE = "T"
                   DISPLAY "VEICULO EM TRANSITO ENTRE FILIAIS"
                   ACCEPT OPC AT 2172
                   PERFORM LIMPAVARIAVEL
                   MOVE 0 TO BITVALIDA
                   GO TO VER-CONTRATO
               END-IF
               IF SITESTOQUE = "B"
                   DISPLAY "VEICULO BLOQUEADO NO PATIO, AGUARDA"
                   ACCEPT OPC AT 2172
                   PERFORM LIMPAVARIAVEL
                   MOVE 0 TO BITVALIDA
                   GO TO VER-CONTRATO
               END-IF
               IF SITESTOQUE = "O"
                   DISPLAY "VEICULO EM RECONDICIONAMENTO, OS INTERNA"
                       " ABERTA (P172OSS)" AT 2103
                   PERFORM DESBLOQUEIA
                   ACCEPT OPC AT 2172
                   PERFORM LIMPAVARIAVEL
                   MOVE 0 TO BITVALIDA
                   GO TO VER-CONTRATO
               END-IF
               IF EHUSADO = "S" AND DOCULIBERADO = "N"
                   DISPLAY "USADO SEM FICHA DE DOCUMENTACAO"
                   ACCEPT OPC AT 2172
                   PERFORM LIMPAVARIAVEL
                   MOVE 0 TO BITVALIDA
                   GO TO VER-CONTRATO
               END-IF
               IF EHUSADO = "S" AND GRAVLIBERADO = "N"
                   DISPLAY "USADO BLOQUEADO OU COM RESTRICAO NO"
                   ACCEPT OPC AT 2172
                   PERFORM LIMPAVARIAVEL
                   MOVE 0 TO BITVALIDA
                   GO TO VER-CONTRATO
               END-IF
           END-IF

                       GO TO GRAVARCHAVE
               ELSE
                   PERFORM DESBLOQUEIA
                   PERFORM LIMPAVARIAVEL
                   MOVE 0 TO BITVALIDA
                   GO TO VER-CONTRATO.

      *Tenta reservar o chassi corrente no arquivo de travas CADLOCK
      *(comum a todos os terminais); status 22 na gravacao significa
           IF HOUVETRANSFERENCIA = "S"
               PERFORM APAGAVEICANTERIOR
           END-IF
           PERFORM PROXCONTRATO
           WRITE REGVEIC
           DISPLAY ERRO
           IF ERRO = "00" OR "02"
               DISPLAY "DADOS GRAVADOS - CONTRATO " VEIC-CONTRATO
                   AT 2103
               PERFORM IMPRIMECONTRATO
               PERFORM GERANF
               PERFORM LIQUIDACONSIG
               PERFORM GRAVAGARANTIA
               IF HOUVESEGURO = "S"
                   PERFORM GRAVASEGURO
               END-IF
               PERFORM ABREENTREGA
               MOVE "GRAVA" TO LOG-OPERACAO
               MOVE VEIC-CONTRATO TO LOG-CHAVE
               PERFORM GRAVALOG
               IF HOUVETRANSFERENCIA = "S"
                   PERFORM GRAVAHIST
               END-IF
               PERFORM VERIFICALEADS
               PERFORM GRAVAFORMAS
               IF SINALRECIBO > ZEROS
                   PERFORM UTILIZASINAL
               END-IF
               IF HOUVEREPASSE = "S"
                   PERFORM GRAVAREPASSE
               END-IF
               GO TO SAIR.

      *Remove de CADVEIC o registro do proprietario anterior do mesmo
      *chassi (contrato CONTRATO-ANTERIOR, achado em VERIFICACHASSI),
      *liberando a chave alternativa CHASSI para a gravacao da nova
      *venda
       APAGAVEICANTERIOR.
           MOVE CONTRATO-ANTERIOR TO VEIC-CONTRATO
           DELETE CADVEIC RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE ZEROS TO VEIC-CONTRATO.

      *Tira o numero de contrato da venda nova do contador CONTRATO
      *de CTRLNUM, sob a mesma trava dos demais contadores
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

      *Da baixa no registro de estoque sem proprietario (CADESTOQ,
      *gravado por P172ENT) quando o chassi vendido veio do patio -
      *a partir da venda o veiculo passa a viver em CADVEIC com o
      *CPF do comprador; carro novo com floor-plan ativo ganha a
      *obrigacao de quitacao no banco (P172FLB), com o prazo avisado
       BAIXAESTOQUE.

           OPEN I-O CADESTOQ
               END-READ
               CLOSE CADESTOQ
               MOVE "00" TO ERRO
           END-IF

           MOVE CHASSI TO FLB-CHASSI
           MOVE "V" TO FLB-EVENTO
           CALL "P172FLB" USING REGFLOORBX
           IF FLB-RESULTADO = "S"
               MOVE FLB-VALOR TO LD-VRFLOOR
               DISPLAY "FLOOR-PLAN: QUITAR " LD-VRFLOOR
                   " NO BANCO ATE " FLB-PRAZO
           END-IF.

      *Registra a garantia da venda em CADGAR: legal de 90 dias
           MOVE CHASSI TO GAR-CHASSI
           MOVE DATAVENDA TO GAR-DATAVENDA
           MOVE VEIC-CPF TO GAR-CPF
           MOVE VEIC-CONTRATO TO GAR-CONTRATO
           MOVE GARMESES TO GAR-MESES

           IF GARMESES = ZEROS
           MOVE CHASSI TO LOG-CHAVE
           PERFORM GRAVALOG.

      *Registra em CADAPOL a apolice de seguro vendida com o veiculo,
      *ligada ao chassi, ao CPF do comprador, ao contrato e ao
      *vendedor; a comissao da loja fica pendente ate a baixa no
      *P172SEG, que tambem tira a lista de renovacao
       GRAVASEGURO.

           MOVE "00" TO ERROAPL
           OPEN I-O CADAPOL
           IF ERROAPL = "30" OR ERROAPL = "35"
               OPEN OUTPUT CADAPOL
               CLOSE CADAPOL
               OPEN I-O CADAPOL
           END-IF

           MOVE CHASSI TO APOL-CHASSI
           MOVE SEGUROINI TO APOL-DATAINI
           MOVE VEIC-CPF TO APOL-CPF
           MOVE VEIC-CONTRATO TO APOL-CONTRATO
           MOVE SEGUROSEG TO APOL-SEGURADORA
           MOVE SEGURONUM TO APOL-NUMERO
           MOVE SEGUROPREMIO TO APOL-PREMIO
           MOVE SEGUROFIM TO APOL-DATAFIM
           MOVE SEGUROPCT TO APOL-PCTCOM
           COMPUTE APOL-VRCOM ROUNDED =
               SEGUROPREMIO * SEGUROPCT / 100
           MOVE VEIC-VEND TO APOL-VENDEDOR
           MOVE "A" TO APOL-SITUACAO
           MOVE "N" TO APOL-COMPAGA
           MOVE ZEROS TO APOL-DATACOMPG
           WRITE REGAPOL
               INVALID KEY
                   REWRITE REGAPOL
           END-WRITE
           CLOSE CADAPOL
           MOVE "00" TO ERROAPL

           DISPLAY "APOLICE " SEGURONUM " REGISTRADA ATE " SEGUROFIM
           MOVE "SEGURO" TO LOG-OPERACAO
           MOVE CHASSI TO LOG-CHAVE
           PERFORM GRAVALOG.

      *Abre a pendencia de entrega da venda recem gravada (CADENTG):
      *data agendada com o cliente e checklist de preparacao zerado
      *(lavagem, tanque, revisao de entrega, emplacamento); o
               MOVE "LIQCSG" TO LOG-OPERACAO
               MOVE CONS-CHASSI TO LOG-CHAVE
               PERFORM GRAVALOG
               PERFORM TITULOCONSIG
           END-IF.

      *Lanca o valor devido ao consignante no contas a pagar; o
      *documento e a data da liquidacao com o numero de serie do
      *chassi (o mesmo chassi pode voltar em outra consignacao)
       TITULOCONSIG.

           MOVE "I" TO TIT-OPERACAO
           MOVE ZEROS TO TIT-NUMERO TIT-VENCIMENTO
           MOVE "CONS" TO TIT-ORIGEM
           MOVE "C" TO TIT-TIPOCRED
           MOVE CONS-CPF TO TIT-CREDOR
           MOVE SPACES TO TIT-NOMECRED TIT-DOCUMENTO
           STRING CONS-DATALIQ "-" CONS-CHASSI(10:8)
               DELIMITED BY SIZE INTO TIT-DOCUMENTO
           MOVE CONS-CHASSI TO TIT-REFERENCIA
           MOVE CONS-DATALIQ TO TIT-EMISSAO
           MOVE CONS-VALORDONO TO TIT-VALOR
           MOVE "N" TO TIT-ACUMULA
           CALL "P172TIT" USING REGTITULO
           DISPLAY "CONTAS A PAGAR: " TIT-MENSAGEM.

      *Emite o registro fiscal da venda recem gravada: numero
      *sequencial do contador NOTAFISC (CTRLNUM, nunca duplicado nem
      *pulado), gravacao em CADNF (para reimpressao em P172NFE) e
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
           MOVE NUMNOTA TO NFI-NUMERO
           MOVE IXACESS TO NFI-SEQ
           MOVE TA-CODIGO (IXACESS) TO NFI-CODIGO
           MOVE ZEROS TO NFI-CODPECA
           MOVE TA-DESCRICAO (IXACESS) TO NFI-DESCRICAO
           MOVE TA-QTD (IXACESS) TO NFI-QTD
           MOVE TA-VALOR (IXACESS) TO NFI-VALOR
           COMPUTE VALORULTIMAPARC ROUNDED =
               VALORFINANC - (VALORPARCELA * (QTPARC - 1))

           MOVE VEIC-CONTRATO TO PARC-CONTRATO
           MOVE VEICULO TO PARC-VEICULO

           OPEN I-O CADPARC
                   CLOSE CADFPAG
                   OPEN I-O CADFPAG
               END-IF
               MOVE VEIC-CONTRATO TO FPAG-CONTRATO
               MOVE VEICULO TO FPAG-VEICULO
               MOVE 1 TO IXFORMA
               PERFORM GRAVALINHAFORMA UNTIL IXFORMA > QTFORMAS
           IF ERROFPG NOT = "00"
               CONTINUE
           ELSE
               MOVE VEIC-CONTRATO TO FPAG-CONTRATO
               MOVE 1 TO IXFORMA
               PERFORM APAGALINHAFORMA UNTIL IXFORMA > 10
               CLOSE CADFPAG
           END-DELETE
           ADD 1 TO IXFORMA.

      *Procura em CADSINL (chave alternativa SIN-CHASSI) sinal de
      *reserva do chassi da venda: ativo ou vencido do mesmo CPF vai
      *para a composicao; ativo de outro CPF marca SINALOUTRO
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

      *Marca o sinal usado na composicao como utilizado ("U") pelo
      *contrato recem gravado
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

      *Na venda cancelada o sinal utilizado pelo contrato volta a
      *vencido ("V"), para ser acertado com o cliente em P172SIN
       VOLTASINAL.

           MOVE "00" TO ERROSIN
           OPEN I-O CADSINL
           IF ERROSIN NOT = "00"
               MOVE "00" TO ERROSIN
           ELSE
               MOVE CHASSI TO SIN-CHASSI
               MOVE "N" TO FIMSINAL
               START CADSINL KEY IS = SIN-CHASSI
                   INVALID KEY
                       MOVE "S" TO FIMSINAL
               END-START
               PERFORM VOLTASINALCHASSI UNTIL FIMSINAL = "S"
               CLOSE CADSINL
           END-IF.

      *Le o proximo sinal do chassi e devolve o do contrato cancelado
       VOLTASINALCHASSI.

           READ CADSINL NEXT RECORD
               AT END
                   MOVE "S" TO FIMSINAL
           END-READ
           IF FIMSINAL = "N"
               IF SIN-CHASSI NOT = CHASSI
                   MOVE "S" TO FIMSINAL
               ELSE
                   IF SIN-SITUACAO = "U"
                       AND SIN-CONTRATO = VEIC-CONTRATO
                       MOVE "V" TO SIN-SITUACAO
                       MOVE ZEROS TO SIN-CONTRATO SIN-DATAACERTO
                       REWRITE REGSINL
                   END-IF
               END-IF
           END-IF.

      *Calcula o vencimento da parcela NUMPARC somando NUMPARC meses
      *a data da venda (DATAVENDA no formato AAAAMMDD)
       CALCULA-VENCIMENTO.
           MOVE VENC-MES TO PARC-VENCIMENTO(5:2)
           MOVE VENC-DIA TO PARC-VENCIMENTO(7:2).

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
           DISPLAY " "
           DISPLAY "CONTRATO DE COMPRA E VENDA DE VEICULO"
           DISPLAY "======================================"
           DISPLAY "CONTRATO NR: " VEIC-CONTRATO
           DISPLAY "COMPRADOR: " NOME
           DISPLAY "CPF: " CPF
           PERFORM MONTAENDERECO
           DISPLAY "ENDERECO: " ENDERECO1
           DISPLAY "          " ENDERECO2
           DISPLAY "TELEFONE: " TELEFONE
           DISPLAY "--------------------------------------"
           DISPLAY "VEICULO: " MARCA " " MODELO
               MOVE 1 TO IXFORMA
               PERFORM MOSTRAFORMACONTRATO UNTIL IXFORMA > QTFORMAS
           END-IF
           IF HOUVESEGURO = "S"
               DISPLAY "--------------------------------------"
               DISPLAY "SEGURO AUTO"
               DISPLAY "SEGURADORA: " SEGUROSEG " " SEGURONOME
               DISPLAY "APOLICE: " SEGURONUM
               MOVE SEGUROPREMIO TO LD-PREMIO
               DISPLAY "PREMIO (PAGO A SEGURADORA): " LD-PREMIO
               DISPLAY "VIGENCIA: " SEGUROINI " A " SEGUROFIM
           END-IF
           DISPLAY "======================================"
           DISPLAY " ".

                       IF TF-FORMA (IXFORMA) = "U"
                           DISPLAY "USADO NA TROCA....: " LD-VRFORMA
                       ELSE
                           IF TF-FORMA (IXFORMA) = "S"
                               DISPLAY "SINAL.............: "
                                   LD-VRFORMA
                           ELSE
                               DISPLAY "FINANCIADO........: "
                                   LD-VRFORMA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD 1 TO IXFORMA.

      *Leitura da venda pelo numero do contrato digitado
       LERCHAVE.

           MOVE CONTRATOPEDIDO TO VEIC-CONTRATO
           READ CADVEIC
               IF ERRO NOT = "23"
                 IF ERRO = "00"
                   READ CADPROPR

                   DISPLAY TELAVEICULO
                   DISPLAY "CONTRATO:" AT 0225
                   DISPLAY VEIC-CONTRATO AT 0235
                   DISPLAY NOME AT 0810
                   DISPLAY TELEFONE AT 0914
                   DISPLAY EMAIL AT 1012
                   MOVE DATAVENDA TO PER-DATA
                   PERFORM CONFEREPERIODO
                   IF PER-RESULTADO = "N"
                       DISPLAY PER-MENSAGEM AT 2103
                       DISPLAY "SO CONSULTA - TECLE ENTER" AT 2144
                       ACCEPT OPC AT 2172
                       PERFORM LIMPAVARIAVEL
                       MOVE 0 TO BITVALIDA
                       GO TO VER-CONTRATO
                   END-IF
                   PERFORM VERIFICACHARGEBACK
                   IF TEMCHARGEBACK = "S"
                       DISPLAY "VENDA COM CHARGEBACK DE CARTAO - ENTER"
                           AT 2103
                       ACCEPT OPC AT 2142
                   END-IF
                   DISPLAY "JA CADASTRADO. MUDAR(S) CANCELAR(C) SAIR(N)"
                       AT 2103
                   ACCEPT OPC AT 2153
                       IF OPC = "S" OR "s"
                         MOVE 1 TO BITVALIDA
                         MOVE CHASSI TO CHASSI-ORIGINAL
                         MOVE COMISSAO TO COMISSAOTAB
                         COMPUTE BONUSTRAB =
                             VRCOM - VALORVENDA * (COMISSAO/100)
                         IF BONUSTRAB > ZEROS
                             MOVE BONUSTRAB TO BONUSACESS
                         END-IF
                         GO TO CAD-FABRIC
                       ELSE IF OPC = "C" OR "c"
                         GO TO CANCELA-VENDA
                       ELSE
                         PERFORM LIMPAVARIAVEL
                         MOVE 0 TO BITVALIDA
                         GO TO VER-CONTRATO
                 ELSE
                   DISPLAY "ERRO NA LEITURA DO ARQUIVO CADVEIC" AT 2103
                   GO TO TELA-VEIC
               ELSE
                   DISPLAY "CONTRATO NAO ENCONTRADO - TECLE ENTER"
                       AT 2103
                   ACCEPT OPC AT 2141
                   MOVE "00" TO ERRO
                   GO TO VER-CONTRATO.

      *Cancela uma venda ja gravada, excluindo o registro de CADVEIC
      *(equivalente ao APAGAR de P172CEP, mas com confirmacao extra
                   AT 2103
               PERFORM LIMPAVARIAVEL
               MOVE 0 TO BITVALIDA
               GO TO VER-CONTRATO
           END-IF

           PERFORM BLOQUEIA
               DISPLAY "REGISTRO EM USO POR OUTRO TERMINAL" AT 2103
               PERFORM LIMPAVARIAVEL
               MOVE 0 TO BITVALIDA
               GO TO VER-CONTRATO
           END-IF

           DISPLAY "CONFIRMA O CANCELAMENTO DESSA VENDA ?" AT 2103
                   PERFORM DESBLOQUEIA
                   PERFORM LIMPAVARIAVEL
                   MOVE 0 TO BITVALIDA
                   GO TO VER-CONTRATO
               END-IF

           PERFORM VERIFICACOMIFECHADA
           IF ERRO = "00"
               PERFORM APAGAPARCELAS
               PERFORM APAGAFORMAS
               PERFORM VOLTASINAL
               PERFORM APAGAREPASSE
               PERFORM APAGAENTREGA
               PERFORM APAGASEGURO
               IF TEMCOMIFECHADA = "S"
                   PERFORM GRAVAESTORNO
               END-IF
               DISPLAY "VENDA CANCELADA" AT 2103
               MOVE "EXCLUI" TO LOG-OPERACAO
               MOVE VEIC-CONTRATO TO LOG-CHAVE
               PERFORM GRAVALOG
               PERFORM DESBLOQUEIA
               GO TO SAIR
               MOVE "00" TO ERROETG
           END-IF.

      *Cancela em CADAPOL a apolice ativa vendida junto com o contrato
      *cancelado, para ela sair da comissao e da lista de renovacao
      *do P172SEG; comissao ja recebida da seguradora fica registrada
      *e o operador e avisado para acertar o estorno
       APAGASEGURO.

           MOVE "00" TO ERROAPL
           OPEN I-O CADAPOL
           IF ERROAPL NOT = "00"
               MOVE "00" TO ERROAPL
           ELSE
               MOVE "N" TO FIMAPOL
               MOVE CHASSI TO APOL-CHASSI
               MOVE ZEROS TO APOL-DATAINI
               START CADAPOL KEY IS NOT LESS THAN APOL-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIMAPOL
               END-START
               PERFORM CANCELAAPOLICE UNTIL FIMAPOL = "S"
               CLOSE CADAPOL
               MOVE "00" TO ERROAPL
           END-IF.

      *Le a proxima apolice do chassi e cancela a do contrato
       CANCELAAPOLICE.

           READ CADAPOL NEXT RECORD
               AT END
                   MOVE "S" TO FIMAPOL
           END-READ

           IF FIMAPOL NOT = "S"
               IF APOL-CHASSI NOT = CHASSI
                   MOVE "S" TO FIMAPOL
               ELSE
                   IF APOL-CONTRATO = VEIC-CONTRATO
                       AND APOL-SITUACAO = "A"
                       MOVE "C" TO APOL-SITUACAO
                       REWRITE REGAPOL
                       DISPLAY "APOLICE " APOL-NUMERO " CANCELADA"
                       IF APOL-COMPAGA = "S"
                           DISPLAY "ATENCAO: COMISSAO DO SEGURO JA "
                               "RECEBIDA, ACERTAR COM A SEGURADORA"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Exclui de CADPARC todas as parcelas geradas para o contrato
      *cuja venda acaba de ser cancelada em CANCELA-VENDA
       APAGAPARCELAS.

           MOVE VEIC-CONTRATO TO PARC-CONTRATO
           MOVE ZEROS TO PARC-NUMERO

           OPEN I-O CADPARC
                           MOVE "10" TO ERRO
                   END-READ
                   IF ERRO NOT = "10"
                       IF PARC-CONTRATO = VEIC-CONTRATO
                           DELETE CADPARC RECORD
                       ELSE
                           MOVE "10" TO ERRO
           IF ERRO = "00" OR "02"
               DISPLAY "VEICULO ALTERADO" AT 2103
               MOVE "ALTERA" TO LOG-OPERACAO
               MOVE VEIC-CONTRATO TO LOG-CHAVE
               PERFORM GRAVALOG
               GO TO SAIR
           ELSE
           MOVE ZEROS TO QTFORMAS TOTFORMAS VALORFINANC
           MOVE "N" TO HOUVEREPASSE
           MOVE ZEROS TO REPASSEFINANC REPASSEVALOR REPASSEPRAZO
           MOVE "N" TO HOUVESEGURO
           MOVE ZEROS TO SEGUROSEG SEGUROPREMIO SEGUROINI SEGUROFIM
           MOVE SPACES TO SEGURONUM SEGURONOME
           MOVE ZEROS TO QTACESS TOTACESS TOTALVENDA
           MOVE ZEROS TO COMISSAOTAB BONUSACESS
           MOVE "N" TO COMISSAOMANUAL
           MOVE ZEROS TO VEIC-CONTRATO CONTRATOPEDIDO
           MOVE "D" TO VEIC-STATUS.

      *Limpa as mensagens de erro na tela do usuario
