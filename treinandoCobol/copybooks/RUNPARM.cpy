      *                MOVIMENTO/CONTABILIDADE). ARQUIVOS RUNCTL
      *                ANTIGOS LEEM ESPACOS AQUI - OU SEJA, RODADA
      *                REAL.
      * 15/10/2026 RJJ ADDED RUNPARM-MESES-DORM - MESES SEM MOVIMENTO
      *                DE INICIATIVA DO CLIENTE APOS OS QUAIS O
      *                DORMLOTE MARCA A CONTA COMO DORMENTE (ZEROS OU
      *                AUSENTE = PADRAO 12).
      * 15/10/2026 RJJ ADDED RUNPARM-DIAS-AVISO - COM QUANTOS DIAS DE
      *                ANTECEDENCIA O TAXAVISO AVISA OS CLIENTES DE UMA
      *                TAXA NOVA DO TAXAHIST QUE VAI ENTRAR EM VIGOR
      *                (ZEROS OU AUSENTE = PADRAO 30).
      * 15/10/2026 RJJ ADDED RUNPARM-DIAS-MARCA - QUANTOS DIAS A FRENTE
      *                O MARCLOTE OLHA NA AGENDA AGENDIMC PARA MARCAR A
      *                TRIAGEM DE QUEM VENCE (ZEROS OU AUSENTE = PADRAO
      *                10).
      * 15/10/2026 RJJ ADDED RUNPARM-DIAS-ORDEM - DIAS QUE UMA ORDEM DE
      *                REMEDICAO DO ORDSERV PODE FICAR ABERTA; PASSADO
      *                O PRAZO A FOLHA DE ROTA RELROTA A IMPRIME NA
      *                FRENTE COMO ATRASADA (ZEROS OU AUSENTE = PADRAO
      *                15).
      * 15/10/2026 RJJ ADDED RUNPARM-LIMITE-OS - QUANTAS ORDENS DE
      *                REMEDICAO ABERTAS UM OPERADOR PODE ACUMULAR;
      *                ACIMA DISSO O RELIDADE O SINALIZA (ZEROS OU
      *                AUSENTE = PADRAO 20).
      * 15/10/2026 RJJ ADDED RUNPARM-MIN-DUPLIC, RUNPARM-HORA-INICIO E
      *                RUNPARM-HORA-FIM - JANELA EM MINUTOS DENTRO DA
      *                QUAL O RELEXCC TRATA A MESMA CONTA DO MESMO
      *                OPERADOR COMO DIGITACAO EM DOBRO, E O HORARIO
      *                COMERCIAL (HORA CHEIA DE INICIO E DE FIM) FORA
      *                DO QUAL A OPERACAO E SINALIZADA (ZEROS OU
      *                AUSENTE = PADRAO 5 MINUTOS, 08 AS 18 HORAS).
      * 15/10/2026 RJJ ADDED RUNPARM-MIN-OCIOSO - MINUTOS SEM USO
      *                DEPOIS DOS QUAIS A SESSAO DE TERMINAL DO
      *                OPERADOR EXPIRA E O CTLSESS OBRIGA UM NOVO
      *                SIGN-ON (ZEROS OU AUSENTE = PADRAO 15).
      * 15/10/2026 RJJ ADDED RUNPARM-DERIVA-PESO, RUNPARM-DERIVA-IMC E
      *                RUNPARM-DIAS-DISP - QUANTO A VARIACAO MEDIA DE
      *                PESO (EM DECIMOS DE KG) E DE IMC (EM DECIMOS DE
      *                PONTO) DAS MEDICOES DE UM QUIOSQUE PODE SE
      *                AFASTAR DA MEDIA GERAL ANTES DO RELDISP MARCAR A
      *                BALANCA COMO DERIVANDO, E QUANTOS DIAS DE
      *                HISTIMC O RELDISP OLHA (ZEROS OU AUSENTE =
      *                PADROES 10 = 1,0 KG, 5 = 0,5 PONTO E 90 DIAS).
      * 22/08/2026 RJJ ADDED RUNPARM-FORCA-RERUN ('S' = O REGEXEC
      *                LIBERA A REEXECUCAO DE UM PROGRAMA NOTURNO JA
      *                CONCLUIDO PARA A MESMA DATA; QUALQUER OUTRO
           05 RUNPARM-PCT-DRIFT     PIC 9(003).
           05 RUNPARM-PCT-DIST      PIC 9(003).
           05 RUNPARM-DIAS-SENHA    PIC 9(003).
           05 RUNPARM-MESES-DORM    PIC 9(003).
           05 RUNPARM-DIAS-AVISO    PIC 9(003).
           05 RUNPARM-DIAS-MARCA    PIC 9(003).
           05 RUNPARM-DIAS-ORDEM    PIC 9(003).
           05 RUNPARM-LIMITE-OS     PIC 9(003).
           05 RUNPARM-MIN-DUPLIC    PIC 9(003).
           05 RUNPARM-HORA-INICIO   PIC 9(002).
           05 RUNPARM-HORA-FIM      PIC 9(002).
           05 RUNPARM-MIN-OCIOSO    PIC 9(003).
           05 RUNPARM-DERIVA-PESO   PIC 9(003).
           05 RUNPARM-DERIVA-IMC    PIC 9(003).
           05 RUNPARM-DIAS-DISP     PIC 9(003).
