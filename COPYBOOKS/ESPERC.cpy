000010*----------------------------------------------------------------*
000020*  ESPERC.CPY                                                    *
000030*  REGISTRO DA LISTA DE ESPERA POR VAGA EM TURMA. GRAVADO PELA   *
000040*  CARGA DA TURMA (DADOS) NO ARQUIVO DE PEDIDOS (ESPPED) PARA    *
000050*  CADA INCLUSAO BARRADA POR TURMA LOTADA, COM A DATA E A HORA   *
000060*  DO PEDIDO QUE DEFINEM A POSICAO NA FILA; LIDO PELO PROGRAMA   *
000070*  ESPERA, QUE MANTEM A LISTA DE CADA TURMA (ESPPENT/ESPPSAI) E  *
000080*  CHAMA OS PRIMEIROS DA FILA QUANDO ABRE VAGA. NA LISTA MANTIDA *
000090*  PELO ESPERA O REGISTRO E SEGUIDO DOS CAMPOS DE CONTROLE DA    *
000100*  CHAMADA, DEFINIDOS NO PROPRIO PROGRAMA.                       *
000110*----------------------------------------------------------------*
000120*  HISTORICO DE ALTERACOES
000130*  DATA       AUTOR   DESCRICAO
000140*  2026-10-15 JMS     COPIA CRIADA JUNTO COM O PROGRAMA ESPERA.
000150*----------------------------------------------------------------*
000160     05  ESP-TURMA                   PIC X(04).
000170     05  ESP-RA                      PIC 9(06).
000180     05  ESP-NOME                    PIC X(30).
000190     05  ESP-SEXO                    PIC X(01).
000200     05  ESP-IDADE                   PIC 9(02).
000210     05  ESP-DATA-PEDIDO             PIC 9(08).
000220     05  ESP-HORA-PEDIDO             PIC 9(08).
000230     05  ESP-JOB-ID                  PIC X(08).
