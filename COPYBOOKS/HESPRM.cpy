000010*----------------------------------------------------------------*
000020*  HESPRM.CPY                                                    *
000030*  CARTAO DE PEDIDO DO HISTORICO ESCOLAR (HISTESC), LIDO DE      *
000040*  HESPARM, NO MESMO ESTILO DO CARTAO DE SELECAO DA CONSULTA DO  *
000050*  MESTRE (LSTPRM). UM CARTAO POR PEDIDO: TURMA + RA EMITE O     *
000060*  HISTORICO DE UM ALUNO (ATIVO OU DESLIGADO); RA EM BRANCO      *
000070*  EMITE O DE TODOS OS ALUNOS DA TURMA. CARTOES DA MESMA TURMA   *
000080*  EM SEGUIDA APROVEITAM A MESMA APURACAO DA CLASSIFICACAO.      *
000090*----------------------------------------------------------------*
000100*  HISTORICO DE ALTERACOES
000110*  DATA       AUTOR   DESCRICAO
000120*  2026-10-15 JMS     COPIA CRIADA JUNTO COM O PROGRAMA HISTESC.
000130*----------------------------------------------------------------*
000140     05  HES-PRM-TURMA               PIC X(04).
000150     05  HES-PRM-RA                  PIC X(06).
000160     05  FILLER                      PIC X(70).
