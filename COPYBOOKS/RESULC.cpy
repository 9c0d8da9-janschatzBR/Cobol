000136*                     APURADO NO PERIODO E O INDICADOR DE QUE
000137*                     HAVIA APONTAMENTO DE FREQUENCIA PARA O
000138*                     ALUNO (SEM APONTAMENTO, SO A MEDIA VALE).
000139*  2026-10-15 JMS     INCLUIDA A SITUACAO "P" (EM RECUPERACAO,
000140*                     MEDIA ABAIXO DA MINIMA MAS DENTRO DA
000141*                     FAIXA DE RECUPERACAO DO CARTAO), A NOTA DA
000142*                     PROVA DE RECUPERACAO (CARGA CARGREC) COM O
000143*                     INDICADOR DE NOTA INFORMADA, O INDICADOR
000144*                     DE RESULTADO DECIDIDO NA RECUPERACAO E A
000145*                     MEDIA ORIGINAL DO PERIODO, ANTES DA
000146*                     RECUPERACAO. REGISTRO PASSOU DE 36 PARA 45.
000148*----------------------------------------------------------------*
000150     05  CHAVE-RESULTADO.
000160         10  RES-TURMA               PIC X(04).
000170         10  RES-RA                  PIC 9(06).
000210         88  RES-APROVADO                VALUE "A".
000220         88  RES-REPROVADO               VALUE "R" "F".
000225         88  RES-REPROV-FALTA            VALUE "F".
000226         88  RES-EM-RECUPERACAO          VALUE "P".
000230     05  RES-QTD-NOTAS               PIC 9(03).
000240     05  RES-DATA-FECHAMENTO         PIC 9(08).
000250     05  RES-FREQUENCIA              PIC 9(03).
000260     05  RES-IND-FREQ-APURADA        PIC X(01).
000270         88  RES-FREQ-APURADA            VALUE "S".
000280         88  RES-FREQ-NAO-APURADA        VALUE "N".
000290     05  RES-NOTA-RECUPERACAO        PIC 9(02)V9(01).
000300     05  RES-IND-NOTA-REC            PIC X(01).
000310         88  RES-NOTA-REC-INFORMADA      VALUE "S".
000320     05  RES-IND-RECUPERACAO         PIC X(01).
000330         88  RES-DECIDIDO-RECUPERACAO    VALUE "S".
000340     05  RES-MEDIA-PERIODO           PIC 9(02)V9(02).
