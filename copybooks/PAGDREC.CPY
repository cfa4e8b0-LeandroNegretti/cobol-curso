001812*    2026-09-02 MAF     INCLUIDO O CODIGO DE ORIGEM/CANAL DA     *
001814*                       TRANSACAO QUE GEROU O PAGAMENTO          *
001816*                       (REGISTRO PASSA DE 36 PARA 37 BYTES)     *
001817*    2026-10-15 MAF     INCLUIDAS AS SITUACOES 'X' (CANCELADO    *
001818*                       PELA TRANSACAO 'X' ANTES DO ENVIO) E     *
001819*                       'Z' (ENVIADO COM RECOLHIMENTO PEDIDO,    *
001820*                       A SAIR NA PROXIMA REMESSA DO PAGREME)    *
001821*    2026-10-15 MAF     INCLUIDOS O CODIGO DO IMPOSTO E O VALOR  *
001822*                       RETIDO NA FONTE, APURADOS NA             *
001823*                       CONFIRMACAO PELA CATEGORIA FISCAL DO     *
001824*                       FAVORECIDO; CODIGO EM BRANCO E           *
001825*                       PAGAMENTO SEM RETENCAO (REGISTRO PASSA   *
001826*                       DE 37 PARA 50 BYTES)                     *
001827*    2026-10-15 MAF     INCLUIDAS AS SITUACOES 'D' (DEVOLVIDO    *
001828*                       PELO BANCO, MARCADA PELO PAGCONC NO      *
001829*                       RETORNO DE DEVOLUCAO) E 'V' (DEVOLVIDO   *
001830*                       COM O LANCAMENTO ESTORNADO NO RAZAO,     *
001831*                       MARCADA PELO PAGEXTR SEGUINTE)           *
001832*    2026-10-15 MAF     ORIGEM 'P' PARA O AGENDADO GERADO PELAS  *
001833*                       ORDENS PERMANENTES (ORDGER)              *
001834*    2026-10-15 MAF     A POSICAO DA REFERENCIA DA TRANSACAO     *
001835*                       PASSA A SE CHAMAR PAGD-REF-CLIENTE       *
001836*                       (REFERENCIA DO CLIENTE) E A CHAVE        *
001837*                       PAGD-REFERENCIA VAI PARA O FINAL COMO A  *
001838*                       REFERENCIA UNICA DO SISTEMA (PAGREFN, 10 *
001839*                       POSICOES COM DIGITO VERIFICADOR);        *
001840*                       REGISTRO PASSA DE 50 PARA 60 BYTES       *
001841*    2026-10-15 MAF     INCLUIDO O CENTRO DE CUSTO DO PAGAMENTO, *
001842*                       QUE RESERVA O ORCAMENTO NA CONFIRMACAO E *
001843*                       E A DIMENSAO DO LANCAMENTO NO RAZAO      *
001844*                       (REGISTRO PASSA DE 60 PARA 65 BYTES)     *
001845*    2026-10-15 MAF     INCLUIDAS AS SITUACOES 'B' (DESVIADO:    *
001846*                       CONFIRMADO E JA CONTABILIZADO, FORA DA   *
001847*                       REMESSA POR BANCO/AGENCIA FECHADO OU     *
001848*                       INCORPORADO), 'C' (RECOLHIMENTO PEDIDO   *
001849*                       AO BANCO, LANCAMENTO A ESTORNAR NO       *
001850*                       PAGEXTR, QUE O PASSA A 'X') E 'W'        *
001851*                       (LIQUIDADO COM RECOLHIMENTO NEGADO       *
001852*                       DEPOIS DO ESTORNO, A RELANCAR NO         *
001853*                       PAGEXTR, QUE O PASSA A 'L')              *
001854*                                                                *
001900******************************************************************
002000 01  PAGD-REC.
002100     05  PAGD-CHAVE.
002960         88  PAGD-AGUARDANDO                    VALUE 'P'.
002970         88  PAGD-AGENDADO                      VALUE 'G'.
002980         88  PAGD-ENVIADO                       VALUE 'E'.
002985         88  PAGD-CANCELADO                     VALUE 'X'.
002990         88  PAGD-RECOLHER                      VALUE 'Z'.
002992         88  PAGD-DEVOLVIDO                     VALUE 'D'.
002994         88  PAGD-ESTORNADO                     VALUE 'V'.
002995         88  PAGD-DESVIADO                      VALUE 'B'.
002996         88  PAGD-RECOLHENDO                    VALUE 'C'.
002997         88  PAGD-RELANCAR                      VALUE 'W'.
003000     05  PAGD-REF-CLIENTE            PIC X(05).
003100     05  PAGD-ORIGEM                 PIC X(01).
003200     05  PAGD-COD-IMPOSTO            PIC X(04).
003300     05  PAGD-VALOR-RETIDO           PIC S9(07)V99.
003400     05  PAGD-REFERENCIA             PIC X(10).
003500     05  PAGD-CENTRO-CUSTO           PIC X(05).
