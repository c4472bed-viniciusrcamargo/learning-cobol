           DECIMAL-POINT     IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
      *    PNDARQCLI E O CADASTRO DE PEDIDOS PENDENTES (ORDENS
      *    JUDICIAIS DE BLOQUEIO, DESBLOQUEIOS E ENCERRAMENTOS):
      *    CADA ALTERACAO DE STATUS E REGISTRADA POR UM OPERADOR E
      *    APROVADA POR OUTRO NA TELA APRPNDCLI. SO OS PEDIDOS DE
      *    STATUS APROVADOS SAO APLICADOS EM SARQCLI, AUDITADOS EM
      *    AUDARQCLI COM OS DOIS OPERADORES E MARCADOS COMO
      *    EFETIVADOS (OU COMO FALHA) NO PROPRIO PEDIDO.
           SELECT PNDARQCLI ASSIGN TO ".\PNDARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-NUMERO
               FILE STATUS IS FS-PNDARQCLI.
           SELECT SARQCLI ASSIGN TO ".\SARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-RUNCTLCLI.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  PNDARQCLI
           RECORDING MODE IS F.
           COPY "BOOKPND".

      *    LAYOUT = 160 POSICOES

       FD  SARQCLI
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY "BOOKAUD".

      *    LAYOUT = 57 POSICOES

       FD  RELSTACLI
           RECORDING MODE IS F.
       WORKING-STORAGE       SECTION.

      *------------ VARIAVEIS DE STATUS
       01  FS-PNDARQCLI          PICTURE 9(02).
       01  FS-SARQCLI            PICTURE 9(02).
       01  FS-AUDARQCLI          PICTURE 9(02).
       01  FS-RELSTACLI          PICTURE 9(02).
       01  WRK-RUN-REGISTROS     PICTURE 9(09) USAGE COMP.
       01  WRK-RUN-HORA          PICTURE 9(06).

      *------------ CONTROLE DA LEITURA DOS PEDIDOS
       01  WRK-FIM-PEDIDOS       PICTURE X(01) VALUE "N".
           88  WRK-PEDIDOS-ESGOTADOS     VALUE "S".

      *------------ VARIAVEIS ACUMULADORAS
       01  WRK-CONTADOR          PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-APLICADO PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-REJEIT   PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-CONTADOR-AGUARD   PICTURE 9(09) USAGE COMP VALUE ZEROS.

      *------------ VARIAVEIS DE EDICAO DO RELATORIO
       01  WRK-DATA-EXECUCAO     PICTURE 9(08).
       01  WRK-LIDOS-ED          PICTURE ZZZZZZZZ9.
       01  WRK-APLICADOS-ED      PICTURE ZZZZZZZZ9.
       01  WRK-REJEITADOS-ED     PICTURE ZZZZZZZZ9.
       01  WRK-AGUARDANDO-ED     PICTURE ZZZZZZZZ9.

       PROCEDURE             DIVISION.

      *----------------------- PRINCIPAL
       0100-PRINCIPAL        SECTION.
           PERFORM 0200-INICIAR.
           PERFORM 0300-PROCESSAR UNTIL WRK-PEDIDOS-ESGOTADOS.
           PERFORM 0400-FINALIZAR.
           MOVE "F" TO WRK-RUN-EVENTO.
           MOVE WRK-CONTADOR TO WRK-RUN-REGISTROS.

      *----------------------- INICIAR
       0200-INICIAR          SECTION.
             OPEN I-O   PNDARQCLI.
             OPEN I-O   SARQCLI.
             OPEN OUTPUT RELSTACLI.

             PERFORM 0209-GRAVAR-RUNCTL.
             ACCEPT WRK-HORA-EXECUCAO FROM TIME.

             IF FS-PNDARQCLI NOT EQUAL ZEROS OR
                FS-SARQCLI NOT EQUAL ZEROS OR
                FS-AUDARQCLI NOT EQUAL ZEROS OR
                FS-RELSTACLI NOT EQUAL ZEROS
               GOBACK
             END-IF.

      *    O PEDIDO DE NUMERO ZERO E O CONTROLE DA NUMERACAO E NAO
      *    E LIDO.
             MOVE 1 TO PND-NUMERO.
             START PNDARQCLI KEY IS NOT LESS PND-NUMERO
                INVALID KEY
                   MOVE "S" TO WRK-FIM-PEDIDOS
             END-START.

             IF NOT WRK-PEDIDOS-ESGOTADOS
                PERFORM 0210-LEITURA
             END-IF.
       0200-FIM. EXIT.

      *----------------------- LER DATA-MOVIMENTO DO CALENDARIO
       0209-FIM. EXIT.

       0210-LEITURA          SECTION.
            READ PNDARQCLI NEXT RECORD
               AT END
                  MOVE "S" TO WRK-FIM-PEDIDOS
            END-READ.
       0210-FIM. EXIT.

      *----------------------- PROCESSAR UM PEDIDO
      *    SO PEDIDOS DE STATUS APROVADOS SAO APLICADOS; OS AINDA
      *    PENDENTES SO SAO CONTADOS, E OS DE MIGRACAO, RECUSADOS OU
      *    JA EFETIVADOS SAO IGNORADOS. A APROVACAO PELO PROPRIO
      *    SOLICITANTE E CONFERIDA DE NOVO AQUI, ALEM DA TELA.
       0300-PROCESSAR        SECTION.
             IF NOT PND-TIPO-STATUS
                PERFORM 0210-LEITURA
                GO TO 0300-FIM
             END-IF.

             IF PND-PENDENTE
                ADD 1 TO WRK-CONTADOR-AGUARD
             END-IF.

             IF NOT PND-APROVADO
                PERFORM 0210-LEITURA
                GO TO 0300-FIM
             END-IF.

             ADD 1 TO WRK-CONTADOR.

             EVALUATE TRUE
                WHEN PND-OPER-APROV EQUAL SPACES OR
                     PND-OPER-APROV EQUAL PND-OPER-SOLIC
                   DISPLAY "PEDIDO " PND-NUMERO
                           " SEM APROVACAO DE OUTRO OPERADOR"
                   ADD 1 TO WRK-CONTADOR-REJEIT
                   MOVE "R"              TO AUD-FLAG
                   MOVE "SAME-OPERATOR"  TO AUD-MOTIVO
                   PERFORM 0339-GRAVAR-AUDITORIA
                WHEN PND-NOVO-STATUS NOT EQUAL "A" AND
                     PND-NOVO-STATUS NOT EQUAL "B" AND
                     PND-NOVO-STATUS NOT EQUAL "T" AND
                     PND-NOVO-STATUS NOT EQUAL "E"
                   DISPLAY "STATUS INVALIDO " PND-NOVO-STATUS " PARA "
                           PND-AGENCIA PND-CONTA
                   ADD 1 TO WRK-CONTADOR-REJEIT
                   MOVE "R"              TO AUD-FLAG
                   MOVE "INVALID-STATUS" TO AUD-MOTIVO
                   PERFORM 0339-GRAVAR-AUDITORIA
                WHEN OTHER
                   PERFORM 0320-APLICAR-STATUS
             END-EVALUATE.

             PERFORM 0330-MARCAR-PEDIDO.

             PERFORM 0210-LEITURA.
       0300-FIM. EXIT.

      *----------------------- APLICAR O NOVO STATUS EM SARQCLI
       0320-APLICAR-STATUS   SECTION.
             MOVE PND-AGENCIA TO SARQCLI-AGENCIA.
             MOVE PND-CONTA   TO SARQCLI-CONTA.

             READ SARQCLI
                INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA " PND-AGENCIA
                           PND-CONTA
                   ADD 1 TO WRK-CONTADOR-REJEIT
                   MOVE "R"             TO AUD-FLAG
                   MOVE "KEY-NOT-FOUND" TO AUD-MOTIVO
                   GO TO 0320-FIM
             END-READ.

             MOVE PND-NOVO-STATUS TO SARQCLI-STATUS.

             REWRITE REG-SARQCLI.
      *    FS 02 = REGRAVACAO BEM-SUCEDIDA CUJO CPF/CNPJ (CHAVE
                ADD 1 TO WRK-CONTADOR-APLICADO
                MOVE "A"        TO AUD-FLAG
                MOVE "STATUS-"  TO AUD-MOTIVO
                MOVE PND-NOVO-STATUS TO AUD-MOTIVO(8:1)
                PERFORM 0339-GRAVAR-AUDITORIA
             ELSE
                DISPLAY "ERRO AO REGRAVAR " PND-AGENCIA PND-CONTA
                ADD 1 TO WRK-CONTADOR-REJEIT
                MOVE "E"             TO AUD-FLAG
                MOVE "REWRITE-ERROR" TO AUD-MOTIVO
             END-IF.
       0320-FIM. EXIT.

      *----------------------- MARCAR O RESULTADO NO PEDIDO
      *    O RESULTADO E O MESMO FLAG/MOTIVO GRAVADO NA AUDITORIA:
      *    ACEITO VIRA EFETIVADO, O RESTO VIRA FALHA -- O PEDIDO NAO
      *    E REAPLICADO NA PROXIMA EXECUCAO E UMA NOVA TENTATIVA
      *    EXIGE NOVO PEDIDO E NOVA APROVACAO.
       0330-MARCAR-PEDIDO    SECTION.
             IF AUD-FLAG EQUAL "A"
                MOVE "E" TO PND-SITUACAO
             ELSE
                MOVE "F" TO PND-SITUACAO
             END-IF.
             MOVE AUD-MOTIVO        TO PND-RESULTADO.
             MOVE WRK-DATA-EXECUCAO TO PND-DATA-EFETIV.

             REWRITE REG-PNDARQCLI.
             IF FS-PNDARQCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO MARCAR PEDIDO " PND-NUMERO
                MOVE 16 TO RETURN-CODE
             END-IF.
       0330-FIM. EXIT.

      *----------------------- GRAVAR REGISTRO NA TRILHA DE AUDITORIA
       0339-GRAVAR-AUDITORIA SECTION.
             MOVE PND-AGENCIA       TO AUD-AGENCIA.
             MOVE PND-CONTA         TO AUD-CONTA.
             MOVE WRK-DATA-EXECUCAO TO AUD-DATA.
             MOVE WRK-HORA-EXECUCAO TO AUD-HORA.
             MOVE PND-OPER-SOLIC    TO AUD-OPER-SOLIC.
             MOVE PND-OPER-APROV    TO AUD-OPER-APROV.

             WRITE REG-AUDARQCLI.
             IF FS-AUDARQCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR AUDITORIA " PND-AGENCIA
                        PND-CONTA
             END-IF.
       0339-FIM. EXIT.

       0400-FINALIZAR        SECTION.
           PERFORM 0410-GRAVAR-RELATORIO.

           CLOSE PNDARQCLI
                 SARQCLI
                 AUDARQCLI
                 RELSTACLI.

           DISPLAY "----------------------".
           DISPLAY "--- ESTATISTICA  -----".
           DISPLAY "APROVADAS LIDAS.: " WRK-CONTADOR.
           DISPLAY "APLICADAS.......: " WRK-CONTADOR-APLICADO.
           DISPLAY "REJEITADAS......: " WRK-CONTADOR-REJEIT.
           DISPLAY "AGUARD. APROVAC.: " WRK-CONTADOR-AGUARD.
       0400-FIM. EXIT.

      *----------------------- GRAVAR RELATORIO DE TOTAIS DE CONTROLE
           MOVE WRK-CONTADOR          TO WRK-LIDOS-ED.
           MOVE WRK-CONTADOR-APLICADO TO WRK-APLICADOS-ED.
           MOVE WRK-CONTADOR-REJEIT   TO WRK-REJEITADOS-ED.
           MOVE WRK-CONTADOR-AGUARD   TO WRK-AGUARDANDO-ED.

           MOVE SPACES TO REG-RELSTACLI.
           STRING "RELATORIO DE CONTROLE - MANSTACLI"
           WRITE REG-RELSTACLI.

           MOVE SPACES TO REG-RELSTACLI.
           STRING "APROVADAS LIDAS.....: " DELIMITED BY SIZE
                  WRK-LIDOS-ED            DELIMITED BY SIZE
             INTO REG-RELSTACLI.
           WRITE REG-RELSTACLI.
                  WRK-REJEITADOS-ED       DELIMITED BY SIZE
             INTO REG-RELSTACLI.
           WRITE REG-RELSTACLI.

           MOVE SPACES TO REG-RELSTACLI.
           STRING "AGUARDANDO APROVACAO: " DELIMITED BY SIZE
                  WRK-AGUARDANDO-ED       DELIMITED BY SIZE
             INTO REG-RELSTACLI.
           WRITE REG-RELSTACLI.
       0410-FIM. EXIT.
