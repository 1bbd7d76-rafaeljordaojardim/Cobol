      *          DEPOIS DE UMA MEDICAO (MEDICAO + 3 MESES, DIA ACIMA DE
      *          28 RECUADO PARA 28 PARA NUNCA CAIR EM DATA INEXISTENTE,
      *          E O RESULTADO AJUSTADO PARA O PROXIMO DIA UTIL PELO
      *          DIAUTIL); FUNCAO 'C' CONSULTA A PROXIMA DATA DEVIDA;
      *          FUNCAO 'E' ENCERRA A AGENDA DO FUNCIONARIO DESLIGADO.
      *          VEJA O COPYBOOK AGDCOM PARA A AREA DE COMUNICACAO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 01/09/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ FUNCAO 'E' ENCERRA A AGENDA (APAGA O REGISTRO DO
      *                AGENDIMC E DEVOLVE A DATA QUE ESTAVA DEVIDA) -
      *                USADA PELO DESLIGA NA INATIVACAO APROVADA, PARA
      *                O DESLIGADO SAIR DA CONFORMIDADE DO RELCOMP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGDPROX.
                       PERFORM 2100-ROLA-AGENDA
                   WHEN 'C'
                       PERFORM 2200-CONSULTA-AGENDA
                   WHEN 'E'
                       PERFORM 2300-ENCERRA-AGENDA
                   WHEN OTHER
                       MOVE '08' TO AGDC-RETORNO
               END-EVALUATE
           END-IF.
       2200-CONSULTA-AGENDA-EXIT.
           EXIT.
      *ENCERRA A AGENDA DO FUNCIONARIO DESLIGADO - DEVOLVE A DATA QUE
      *ESTAVA DEVIDA E APAGA O REGISTRO
       2300-ENCERRA-AGENDA SECTION.
           MOVE AGDC-ID TO AGD-ID.
           READ AGENDIMC
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-AGENDIMC-STATUS NOT = '00'
               MOVE '23' TO AGDC-RETORNO
               MOVE ZEROS TO AGDC-PROX-DATA
               GO TO 2300-ENCERRA-AGENDA-EXIT
           END-IF.
           MOVE AGD-PROX-DATA TO AGDC-PROX-DATA.
           DELETE AGENDIMC
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-AGENDIMC-STATUS NOT = '00'
               MOVE '08' TO AGDC-RETORNO
               MOVE 08 TO AGDC-RC
           END-IF.
       2300-ENCERRA-AGENDA-EXIT.
           EXIT.
       END PROGRAM AGDPROX.
