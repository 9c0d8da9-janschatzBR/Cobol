000010*----------------------------------------------------------------*
000020*  PERIC.CPY                                                     *
000030*  REGISTRO DO CALENDARIO DE PERIODOS LETIVOS (PERIMST),         *
000040*  INDEXADO PELO CODIGO DO PERIODO. USADO TAMBEM NO ARQUIVO DE   *
000050*  MOVIMENTO DE PERIODOS (PERIENT) DA CARGA CARGPER. TRAZ AS     *
000060*  DATAS DE INICIO E FIM DO PERIODO E A SITUACAO: ABERTO (A),    *
000070*  EM FECHAMENTO (E) OU FECHADO (F). AS CARGAS DE NOTAS          *
000080*  (CARGNOT) E DE FREQUENCIA (CARGFREQ) SO ACEITAM MOVIMENTO DE  *
000090*  PERIODO CADASTRADO E NAO FECHADO; O FECHAMENTO (FECHPER) SO   *
000100*  FECHA PERIODO EM FECHAMENTO E O MARCA FECHADO, GRAVANDO A     *
000110*  DATA DO FECHAMENTO. REABRIR UM PERIODO FECHADO EXIGE CARTAO   *
000120*  DE LIBERACAO NA CARGA (COPIA PERPRM). NO MOVIMENTO A DATA DE  *
000130*  FECHAMENTO E IGNORADA.                                        *
000140*----------------------------------------------------------------*
000150*  HISTORICO DE ALTERACOES
000160*  DATA       AUTOR   DESCRICAO
000170*  2026-10-15 JMS     COPIA CRIADA JUNTO COM O PROGRAMA CARGPER.
000180*----------------------------------------------------------------*
000190     05  PER-CODIGO                  PIC X(06).
000200     05  PER-DATA-INICIO             PIC 9(08).
000210     05  PER-DATA-FIM                PIC 9(08).
000220     05  PER-SITUACAO                PIC X(01).
000230         88  PER-ABERTO                  VALUE "A".
000240         88  PER-EM-FECHAMENTO           VALUE "E".
000250         88  PER-FECHADO                 VALUE "F".
000260     05  PER-DATA-FECHAMENTO         PIC 9(08).
