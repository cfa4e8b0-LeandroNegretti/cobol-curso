000400*    AUTOR ........: M. A. FERREIRA                             *
000500*    DATA .........: 2026-08-21                                 *
000600*    DESCRICAO ....: LAYOUT DO REGISTRO DO LOG DE AUDITORIA      *
000700*                    (ARQUIVO AUDITLOG, 130 BYTES). GRAVADO POR  *
000800*                    PROGRAMSET A CADA CONFIRMACAO, REJEICAO OU  *
000900*                    ALTERACAO E POR PAGCONC A CADA LIQUIDACAO   *
001000*                    CASADA COM O RETORNO BANCARIO.              *
001520*    2026-09-02 MAF     INCLUIDO O CANAL DE ORIGEM DA            *
001540*                       TRANSACAO (AUDIT-CANAL) NO FINAL DO      *
001560*                       REGISTRO, PRESERVADO DESDE O TRANENT     *
001570*    2026-10-15 MAF     INCLUIDO O MOTIVO DO CANCELAMENTO        *
001580*                       (AUDIT-MOTIVO) DA TRANSACAO 'X'          *
001582*    2026-10-15 MAF     INCLUIDOS O OPERADOR QUE DIGITOU         *
001584*                       (AUDIT-DIGITADOR) E O QUE APROVOU        *
001586*                       (AUDIT-APROVADOR) A MANUTENCAO DO        *
001588*                       CADASTRO E DOS LIMITES; REGISTRO PASSA   *
001590*                       DE 80 PARA 100 BYTES                     *
001592*    2026-10-15 MAF     INCLUIDO O MOTIVO DA DEVOLUCAO INFORMADO *
001594*                       PELO BANCO (AUDIT-MOTIVO-BANCO), GRAVADO *
001596*                       PELO PAGCONC NO PAGAMENTO DEVOLVIDO, NO  *
001598*                       FILLER FINAL (TAMANHO MANTIDO)           *
001599*    2026-10-15 MAF     INCLUIDA A REFERENCIA DO SISTEMA DO      *
001600*                       PAGAMENTO AUDITADO (AUDIT-REFERENCIA, EM *
001601*                       BRANCO NA MANUTENCAO DE CADASTROS E      *
001602*                       PARAMETROS); REGISTRO PASSA DE 100 PARA  *
001603*                       110 BYTES                                *
001604*    2026-10-15 MAF     REGISTRO GRAVADO SO PELA ROTINA PAGAUDT, *
001605*                       QUE CARIMBA A SEQUENCIA GLOBAL           *
001606*                       (AUDIT-SEQUENCIA) E O HASH DO REGISTRO   *
001607*                       ANTERIOR (AUDIT-HASH-ANTERIOR), PARA A   *
001608*                       CONFERENCIA DO PAGAUDV; REGISTRO PASSA   *
001609*                       DE 110 PARA 130 BYTES                    *
001610*                                                                *
001700******************************************************************
001800 01  AUDIT-REC.
001900     05  AUDIT-DATA              PIC 9(08).
003300     05  AUDIT-ACAO              PIC X(10).
003400     05  FILLER                  PIC X(01).
003500     05  AUDIT-CANAL             PIC X(01).
003600     05  FILLER                  PIC X(01).
003700     05  AUDIT-MOTIVO            PIC X(01).
003800     05  FILLER                  PIC X(01).
003900     05  AUDIT-DIGITADOR         PIC X(08).
004000     05  FILLER                  PIC X(01).
004100     05  AUDIT-APROVADOR         PIC X(08).
004200     05  FILLER                  PIC X(01).
004300     05  AUDIT-MOTIVO-BANCO      PIC X(02).
004320     05  FILLER                  PIC X(01).
004340     05  AUDIT-REFERENCIA        PIC X(10).
004350     05  FILLER                  PIC X(01).
004360     05  AUDIT-SEQUENCIA         PIC 9(10).
004370     05  FILLER                  PIC X(01).
004380     05  AUDIT-HASH-ANTERIOR     PIC 9(10).
004400     05  FILLER                  PIC X(06).
