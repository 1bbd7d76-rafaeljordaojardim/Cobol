      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: AREA DE COMUNICACAO DO SERVICO DE UNIFICACAO DE IDS
      *          DUPLICADOS (FUNDEMP) - CHAMADO PELO APRMAINT QUANDO O
      *          SEGUNDO OPERADOR APROVA UMA PENDENCIA 'FUNDEMP'
      *          ENFILEIRADA PELO FUSAOEMP. PASSA PARA O ID
      *          SOBREVIVENTE TODO O HISTIMC, SAUDMED, AGENDIMC,
      *          ALERTCTL E SUSPIMC DO ID APOSENTADO E INATIVA O
      *          APOSENTADO NO EMPMSTR APONTANDO PARA O SOBREVIVENTE
      *          (EMP-ID-SUCESSOR). CADA ARQUIVO TOCADO VIRA UMA LINHA
      *          NO FUSAOLOG, LISTADO PELO RELFUSAO.
      *
      *          FDE-ID-SOBREV    ID QUE FICA
      *          FDE-ID-RETIRADO  ID QUE SAI (FICA INATIVO)
      *          FDE-OPERADOR     QUEM APROVOU (VAI PARA O FUSAOLOG)
      *          FDE-RETORNO      '00' UNIFICADO, '04' IDS INVALIDOS
      *                           (NADA FEITO), '08' ALGUM ARQUIVO
      *                           INDISPONIVEL - O QUE FOI POSSIVEL
      *                           PASSOU, MAS O APOSENTADO CONTINUA
      *                           NO CADASTRO E A UNIFICACAO PODE SER
      *                           REPETIDA
      *          FDE-QTDE-MOVIDOS REGISTROS PASSADOS AO SOBREVIVENTE
      *          FDE-QTDE-COLISOES MESMA CHAVE NOS DOIS IDS (FICA O
      *                           LANCAMENTO MAIS RECENTE)
      *          FDE-RC DEVE RECEBER O RETURN-CODE CORRENTE ANTES DO
      *          CALL - O SUBPROGRAMA O REPOE ANTES DO GOBACK.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01 AREA-FUNDEMP.
           05 FDE-ID-SOBREV     PIC 9(006).
           05 FDE-ID-RETIRADO   PIC 9(006).
           05 FDE-OPERADOR      PIC X(006).
           05 FDE-RETORNO       PIC X(002).
               88 FDE-UNIFICADO       VALUE '00'.
               88 FDE-RECUSADO        VALUE '04'.
               88 FDE-PARCIAL         VALUE '08'.
           05 FDE-QTDE-MOVIDOS  PIC 9(007).
           05 FDE-QTDE-COLISOES PIC 9(007).
           05 FDE-RC            PIC 9(002).
