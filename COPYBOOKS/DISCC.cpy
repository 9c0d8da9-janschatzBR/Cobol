000010*----------------------------------------------------------------*
000020*  DISCC.CPY                                                     *
000030*  REGISTRO DO CATALOGO DE DISCIPLINAS (DISCMST), INDEXADO PELO  *
000040*  CODIGO DA DISCIPLINA. USADO TAMBEM NO ARQUIVO DE MOVIMENTO    *
000050*  DE DISCIPLINAS (DISCENT) DA CARGA CARGDIS. TRAZ O NOME        *
000060*  COMPLETO, A CARGA HORARIA E AS TURMAS QUE OFERECEM A          *
000070*  DISCIPLINA (ATE DEZ, AS PRIMEIRAS DIS-QTD-TURMAS POSICOES DA  *
000080*  TABELA). AS CARGAS DE NOTAS (CARGNOT) E DE FREQUENCIA         *
000090*  (CARGFREQ) SO ACEITAM DISCIPLINA CADASTRADA E OFERECIDA PARA  *
000100*  A TURMA DO MOVIMENTO; O BOLETIM E O FECHAMENTO DE PERIODO     *
000110*  IMPRIMEM O NOME DA DISCIPLINA EM VEZ DO CODIGO.               *
000120*----------------------------------------------------------------*
000130*  HISTORICO DE ALTERACOES
000140*  DATA       AUTOR   DESCRICAO
000150*  2026-10-15 JMS     COPIA CRIADA JUNTO COM O PROGRAMA CARGDIS.
000160*----------------------------------------------------------------*
000170     05  DIS-CODIGO                  PIC X(06).
000180     05  DIS-NOME                    PIC X(30).
000190     05  DIS-CARGA-HORARIA           PIC 9(03).
000200     05  DIS-QTD-TURMAS              PIC 9(02).
000210     05  DIS-TURMAS-OFERTA.
000220         10  DIS-TURMA-OFERTA        PIC X(04) OCCURS 10 TIMES.
