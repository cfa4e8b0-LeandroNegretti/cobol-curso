002370*                    O ENXERGUEM NO DIA EM QUE FOI LIBERADO.     *
002380*                    REJEICAO TERMINA COM RC = 4 PARA O          *
002390*                    CHECKLIST.                                  *
002410*                    NA LIBERACAO A RETENCAO NA FONTE E APURADA  *
002430*                    DE NOVO PELA CATEGORIA FISCAL VIGENTE NO    *
002450*                    CADASTRO (PAGTRIB); CATEGORIA SEM ALIQUOTA  *
002470*                    NA TABELA IMPTAB REJEITA O AGENDADO.        *
002475*                    AGENDADO ANTIGO SEM REFERENCIA DO SISTEMA   *
002480*                    RECEBE A SUA DO PAGREFN NA LIBERACAO, E O   *
002485*                    MESTRE SINCRONIZADO LEVA A MESMA.           *
002487*                    AGENDADO DE CONTA DORMENTE REATIVADA HA ATE *
002489*                    90 DIAS (CAD-DORMENCIA 'R') FICA RETIDO     *
002491*                    ('P') MESMO ABAIXO DO LIMITE DE APROVACAO.  *
002493*                    DENTRO DO LIMITE, O AGENDADO RESERVA O      *
002495*                    ORCAMENTO DO SEU CENTRO DE CUSTO NO MES DO  *
002497*                    CICLO (PAGORCT); SEM CENTRO, SEM ORCAMENTO  *
002499*                    OU SEM SALDO FICA RETIDO ('P').             *
002500*                                                                *
002600*    HISTORICO DE ALTERACOES                                    *
002700*    DATA       AUTOR   DESCRICAO                                *
002800*    2026-09-02 MAF     VERSAO INICIAL                           *
002820*    2026-10-15 MAF     AUDITORIA PASSA A GRAVAR O MOTIVO DE     *
002840*                       CANCELAMENTO (AUDIT-MOTIVO) EM BRANCO    *
002860*    2026-10-15 MAF     LOG DE AUDITORIA PASSA A 100 BYTES, COM  *
002880*                       DIGITADOR E APROVADOR EM BRANCO          *
002882*    2026-10-15 MAF     LIBERACAO REAPURA A RETENCAO NA FONTE    *
002884*                       PELA CATEGORIA FISCAL DO CADASTRO        *
002886*                       (PAGTRIB) E GRAVA CODIGO E VALOR RETIDO  *
002888*                       NO DETALHE; JORNAL COM IMAGENS DE 100    *
002890*    2026-10-15 MAF     PARTIDA FORA DE SEQUENCIA (RETORNO '3'   *
002892*                       DO PAGCTRL) E RECUSADA COM RC = 8; O     *
002894*                       RETURN-CODE DO PASSO PASSA A SER         *
002896*                       INFORMADO AO CONTROLE NA FUNCAO 'T'      *
002897*    2026-10-15 MAF     LOG DE AUDITORIA GANHOU O MOTIVO DA      *
002898*                       DEVOLUCAO BANCARIA, GRAVADO EM BRANCO    *
002899*    2026-10-15 MAF     AGENDADO SEM REFERENCIA DO SISTEMA       *
002900*                       RECEBE A SUA (PAGREFN) NA LIBERACAO;     *
002901*                       MESTRE E AUDITORIA (110) COM REFERENCIA  *
002902*    2026-10-15 MAF     AGENDADO DE CONTA DORMENTE REATIVADA HA  *
002903*                       ATE 90 DIAS FICA RETIDO ('P') PARA O     *
002904*                       SUPERVISOR MESMO ABAIXO DO LIMITE        *
002905*    2026-10-15 MAF     LOG DE AUDITORIA GRAVADO PELA ROTINA     *
002906*                       COMUM PAGAUDT (SEQUENCIA GLOBAL E HASH   *
002907*                       ENCADEADO); CONTROLE AUSENTE = RC 12     *
002908*    2026-10-15 MAF     AGENDADO DENTRO DO LIMITE RESERVA O      *
002909*                       ORCAMENTO DO CENTRO DE CUSTO (PAGORCT);  *
002910*                       SEM CENTRO, SEM ORCAMENTO OU SEM SALDO   *
002911*                       FICA RETIDO; ORCMST AUSENTE = RC 12      *
002912*    2026-10-15 MAF     RESULTADO DO PASSO GUARDADO EM           *
002913*                       WS-RC-PASSO E DEVOLVIDO NO RETURN-CODE   *
002914*                       APOS O REGISTRO NO PAGCTRL               *
002915*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
005800            ORGANIZATION IS LINE SEQUENTIAL
005900            FILE STATUS IS WS-LIMITE-STATUS.
006000
006500     SELECT REPORT-FILE     ASSIGN TO RELAGEN
006600            ORGANIZATION IS LINE SEQUENTIAL
006700            FILE STATUS IS WS-REPORT-STATUS.
008100     RECORD CONTAINS 38 CHARACTERS.
008200 COPY LIMREC.
008300
008800 FD  REPORT-FILE
008900     RECORD CONTAINS 80 CHARACTERS.
009000 01  REPORT-LINHA                PIC X(80).
009400 77  WS-PAGTO-STATUS             PIC X(02) VALUE SPACES.
009500 77  WS-CADASTRO-STATUS          PIC X(02) VALUE SPACES.
009600 77  WS-LIMITE-STATUS            PIC X(02) VALUE SPACES.
009800 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
009820 77  WS-RC-PASSO                 PIC 9(02) VALUE ZERO.
009900
010000 77  WS-DATA-PROCESSO            PIC 9(08) VALUE ZERO.
010050 77  WS-DATA-ORIGINAL            PIC 9(08) VALUE ZERO.
010100 77  WS-LIMITE-APROVACAO         PIC S9(07)V99 VALUE 1000,00.
010200 77  WS-LIMITE-CONTA             PIC S9(07)V99 VALUE ZERO.
010220 77  WS-DIAS-VIGIA-DORMENCIA     PIC 9(03) VALUE 90.
010300 77  WS-VALOR-ABS                PIC 9(07)V99 VALUE ZERO.
010400 77  WS-MOTIVO                   PIC X(36) VALUE SPACES.
010500
011800 77  WS-TOTAL-CONFIRMADO         PIC S9(11)V99 VALUE ZERO.
011900
012000 COPY CTRPARM.
012002
012004 COPY AUDPARM.
012006
012008 COPY AUDREC.
012020
012040 COPY JRNPARM.
012045
012050 COPY TRBPARM.
012052
012054 COPY REFPARM.
012056
012057 COPY ORCPARM.
012058
012059 COPY DATAREC.
012060
012070 77  WS-JRN-ANTES-MESTRE         PIC X(100) VALUE SPACES.
012080 77  WS-JRN-ANTES-DET            PIC X(100) VALUE SPACES.
012100
012200 01  WS-SWITCHES.
012300     05  WS-FIM-DETALHE-SW       PIC X(01) VALUE 'N'.
017700         MOVE 8 TO RETURN-CODE
017800         STOP RUN
017900     END-IF
017910     IF CTR-FORA-DE-SEQUENCIA
017920         DISPLAY 'PASSO FORA DE SEQUENCIA - ' CTR-MOTIVO
017930         MOVE 8 TO RETURN-CODE
017940         STOP RUN
017950     END-IF
018000     IF CTR-CICLO-ENCERRADO
018100         DISPLAY 'CICLO JA ENCERRADO PARA A DATA: '
018200             CTR-DATA-PROCESSO
020600         MOVE 12 TO RETURN-CODE
020700         STOP RUN
020800     END-IF
020810     MOVE 'A' TO RFN-FUNCAO
020820     CALL 'PAGREFN' USING RFN-PARM
020830     IF NOT RFN-OK
020840         DISPLAY 'NUMERACAO DE REFERENCIAS INDISPONIVEL'
020850         MOVE 12 TO RETURN-CODE
020860         STOP RUN
020870     END-IF
020872     MOVE 'A' TO OCP-FUNCAO
020874     CALL 'PAGORCT' USING OCP-PARM
020876     IF NOT OCP-OK
020878         DISPLAY 'ORCAMENTO POR CENTRO DE CUSTO INDISPONIVEL'
020880         MOVE 12 TO RETURN-CODE
020882         STOP RUN
020884     END-IF
020900     PERFORM 1200-CARREGAR-LIMITES THRU 1200-EXIT
020920     MOVE 'A' TO ADT-FUNCAO
020940     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
020960     IF NOT ADT-OK
020980         DISPLAY 'LOG DE AUDITORIA INDISPONIVEL'
021000         MOVE 12 TO RETURN-CODE
021020         STOP RUN
021040     END-IF
021400     OPEN OUTPUT REPORT-FILE
021500     MOVE WS-LINHA-CABEC1 TO REPORT-LINHA
021600     WRITE REPORT-LINHA
030200 2200-LIBERAR-AGENDADO.
030250     MOVE PAGD-REC TO WS-JRN-ANTES-DET
030260     MOVE PAGD-DATA TO WS-DATA-ORIGINAL
030270     IF PAGD-REFERENCIA = SPACES
030280         PERFORM 2210-ATRIBUIR-REFERENCIA THRU 2210-EXIT
030290     END-IF
030300     PERFORM 2300-VERIFICAR-CADASTRO THRU 2300-EXIT
030400     IF WS-CAD-REJEITADO
030500         ADD 1 TO WS-CONT-REJEITADOS
032900     PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT.
033000 2200-EXIT.
033100     EXIT.
033102
033104*----------------------------------------------------------*
033106* 2210-ATRIBUIR-REFERENCIA - AGENDADO GRAVADO ANTES DA      *
033108*                            NUMERACAO UNICA RECEBE A SUA   *
033110*                            REFERENCIA DO PAGREFN          *
033112*----------------------------------------------------------*
033114 2210-ATRIBUIR-REFERENCIA.
033116     MOVE 'P' TO RFN-FUNCAO
033118     MOVE 'PAGAGEN' TO RFN-ORIGEM
033120     MOVE WS-DATA-PROCESSO TO RFN-DATA
033122     CALL 'PAGREFN' USING RFN-PARM
033124     IF NOT RFN-OK
033126         DISPLAY 'FALHA NA NUMERACAO DE REFERENCIAS - CONTA: '
033128             PAGD-CONTA
033130         MOVE 12 TO RETURN-CODE
033132         STOP RUN
033134     END-IF
033136     MOVE RFN-REFERENCIA TO PAGD-REFERENCIA.
033138 2210-EXIT.
033140     EXIT.
033200
033300*----------------------------------------------------------*
033400* 2300-VERIFICAR-CADASTRO - CONFERE SE A CONTA DO AGENDADO  *
035400                         TO WS-MOTIVO
035500                 END-IF
035600             END-IF
035700     END-READ
035720     IF NOT WS-CAD-REJEITADO
035740         PERFORM 2350-CALCULAR-RETENCAO THRU 2350-EXIT
035760     END-IF.
035800 2300-EXIT.
035900     EXIT.
035902
035904*----------------------------------------------------------*
035906* 2350-CALCULAR-RETENCAO - REAPURA NO DETALHE O IMPOSTO     *
035908*                          RETIDO NA FONTE PELA CATEGORIA   *
035910*                          FISCAL ATUAL DO CADASTRO;        *
035912*                          CATEGORIA SEM ALIQUOTA REJEITA   *
035914*----------------------------------------------------------*
035916 2350-CALCULAR-RETENCAO.
035918     MOVE SPACES TO PAGD-COD-IMPOSTO
035920     MOVE ZERO TO PAGD-VALOR-RETIDO
035922     IF CAD-CATEGORIA-FISCAL = SPACES
035924         GO TO 2350-EXIT
035926     END-IF
035928     MOVE 'C' TO TRB-FUNCAO
035930     MOVE CAD-CATEGORIA-FISCAL TO TRB-CATEGORIA
035932     MOVE PAGD-VALOR TO TRB-VALOR-BRUTO
035934     CALL 'PAGTRIB' USING TRB-PARM
035936     IF TRB-NAO-ENCONTRADO
035938         SET WS-CAD-REJEITADO TO TRUE
035940         MOVE 'CATEGORIA FISCAL SEM ALIQUOTA' TO WS-MOTIVO
035942         GO TO 2350-EXIT
035944     END-IF
035946     IF TRB-VALOR-RETIDO > ZERO
035948         MOVE TRB-CODIGO TO PAGD-COD-IMPOSTO
035950         MOVE TRB-VALOR-RETIDO TO PAGD-VALOR-RETIDO
035952     END-IF.
035954 2350-EXIT.
035956     EXIT.
036000
036100*----------------------------------------------------------*
036200* 2400-VERIFICAR-LIMITE - APLICA O LIMITE DE APROVACAO DA   *
036300*                         FAIXA DA CONTA SOBRE O VALOR      *
036400*                         ABSOLUTO DO AGENDADO; DENTRO DO   *
036420*                         LIMITE, RESERVA O ORCAMENTO       *
036500*----------------------------------------------------------*
036600 2400-VERIFICAR-LIMITE.
036700     MOVE 'N' TO WS-RETIDO-SW
037800         SET WS-RETIDO TO TRUE
037900         MOVE 'VALOR ACIMA DO LIMITE DE APROVACAO'
038000             TO WS-MOTIVO
038020     ELSE
038040         PERFORM 2410-VERIFICAR-DORMENCIA THRU 2410-EXIT
038050         IF NOT WS-RETIDO
038060             PERFORM 2420-RESERVAR-ORCAMENTO THRU 2420-EXIT
038070         END-IF
038100     END-IF.
038200 2400-EXIT.
038300     EXIT.
038302
038304*----------------------------------------------------------*
038306* 2410-VERIFICAR-DORMENCIA - CONTA BLOQUEADA POR DORMENCIA  *
038308*                            E REATIVADA HA NO MAXIMO       *
038310*                            WS-DIAS-VIGIA-DORMENCIA DIAS   *
038312*                            (CADASTRO LIDO NO 2300) TEM O  *
038314*                            AGENDADO RETIDO                *
038316*----------------------------------------------------------*
038318 2410-VERIFICAR-DORMENCIA.
038320     IF NOT CAD-REATIV-DORMENCIA
038322        OR CAD-DATA-ATIVACAO NOT NUMERIC
038324         GO TO 2410-EXIT
038326     END-IF
038328     MOVE 'D' TO DTV-FUNCAO
038330     MOVE CAD-DATA-ATIVACAO TO DTV-DATA-ENTRADA
038332     MOVE WS-DATA-PROCESSO TO DTV-DATA-FINAL
038334     CALL 'PAGDATA' USING DTV-PARM
038336     IF DTV-DATA-OK
038338        AND DTV-DIAS NOT > WS-DIAS-VIGIA-DORMENCIA
038340         SET WS-RETIDO TO TRUE
038342         MOVE 'CONTA DORMENTE REATIVADA'
038344             TO WS-MOTIVO
038346     END-IF.
038348 2410-EXIT.
038350     EXIT.
038351
038352*----------------------------------------------------------*
038353* 2420-RESERVAR-ORCAMENTO - RESERVA O VALOR DO AGENDADO NO  *
038354*                           ORCAMENTO DO CENTRO DE CUSTO NO *
038355*                           MES DO CICLO, DATA EM QUE ELE E *
038356*                           LIBERADO; SEM CENTRO, SEM       *
038357*                           ORCAMENTO OU SEM SALDO FICA     *
038358*                           RETIDO                          *
038359*----------------------------------------------------------*
038360 2420-RESERVAR-ORCAMENTO.
038361     MOVE 'R' TO OCP-FUNCAO
038362     MOVE PAGD-CENTRO-CUSTO TO OCP-CENTRO-CUSTO
038363     MOVE WS-DATA-PROCESSO TO OCP-DATA
038364     MOVE PAGD-VALOR TO OCP-VALOR
038365     MOVE WS-DATA-PROCESSO TO OCP-DATA-PROCESSO
038366     CALL 'PAGORCT' USING OCP-PARM
038367     IF OCP-INDISPONIVEL
038368         DISPLAY 'FALHA NO CONTROLE ORCAMENTARIO - CONTA: '
038369             PAGD-CONTA
038370         MOVE 12 TO RETURN-CODE
038371         STOP RUN
038372     END-IF
038373     IF NOT OCP-OK
038374         SET WS-RETIDO TO TRUE
038375         MOVE OCP-MOTIVO TO WS-MOTIVO
038376     END-IF.
038377 2420-EXIT.
038378     EXIT.
038400
038500 2450-TESTAR-FAIXA.
038600     IF PAGD-CONTA >= WS-LIM-CONTA-INI (WS-LIM-IDX)
040852     ELSE
040854         DISPLAY 'SEM SEQUENCIA LIVRE PARA RECHAVEAR - CONTA: '
040856             PAGD-CONTA
040858         MOVE 8 TO WS-RC-PASSO
040860     END-IF.
040862 2720-EXIT.
040864     EXIT.
042350                 MOVE PAGTO-REC TO WS-JRN-ANTES-MESTRE
042400                 MOVE PAGD-FLAG TO PAGTO-FLAG
042450                 MOVE PAGD-DATA TO PAGTO-DATA
042470                 MOVE PAGD-REFERENCIA TO PAGTO-REFERENCIA
042490                 MOVE PAGD-REF-CLIENTE TO PAGTO-REF-CLIENTE
042500                 REWRITE PAGTO-REC
042550                 PERFORM 6400-JORNAL-MESTRE THRU 6400-EXIT
042600             END-IF
045400         WHEN OTHER MOVE 'REJEITADO' TO AUDIT-ACAO
045500     END-EVALUATE
045550     MOVE PAGD-ORIGEM TO AUDIT-CANAL
045570     MOVE SPACE TO AUDIT-MOTIVO
045580     MOVE SPACES TO AUDIT-DIGITADOR
045590     MOVE SPACES TO AUDIT-APROVADOR
045595     MOVE SPACES TO AUDIT-MOTIVO-BANCO
045597     MOVE PAGD-REFERENCIA TO AUDIT-REFERENCIA
045607     MOVE 'G' TO ADT-FUNCAO
045617     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
045627     IF NOT ADT-OK
045637         DISPLAY 'FALHA NA GRAVACAO DO LOG DE AUDITORIA'
045647         MOVE 12 TO RETURN-CODE
045657         STOP RUN
045667     END-IF.
045700 6000-EXIT.
045800     EXIT.
045900
048000     CLOSE PAGDET-FILE
048100     CLOSE PAGTO-FILE
048200     CLOSE CADASTRO-FILE
048400     CLOSE REPORT-FILE
048500
048520     IF WS-CONT-REJEITADOS > ZERO
048530        AND WS-RC-PASSO < 4
048540         MOVE 4 TO WS-RC-PASSO
048560     END-IF
048580
048600     MOVE 'T' TO CTR-FUNCAO
048700     MOVE 'PAGAGEN' TO CTR-PASSO
048800     MOVE WS-CONT-CONFIRMADOS TO CTR-CONTADOR
048900     MOVE WS-TOTAL-CONFIRMADO TO CTR-TOTAL
048920     MOVE WS-CONT-REJEITADOS TO CTR-EXCECOES
048940     MOVE WS-CONT-RETIDOS TO CTR-RETIDOS
048960     MOVE WS-RC-PASSO TO CTR-RESULTADO
049000     CALL 'PAGCTRL' USING CTR-PARM
049100     MOVE WS-RC-PASSO TO RETURN-CODE.
049500 8000-EXIT.
049600     EXIT.
049700
