
      *----------------------- LER PROXIMO DETALHE QUALIFICADO DO
      *----------------------- EXTRATO CENTRAL
      *    HEADER/TRAILER DE TRANSMISSAO E REGISTROS DE COTITULAR E
      *    DE CONTATO (QUE NAO SAO CONTAS) SAO PULADOS; DETALHE ABAIXO
      *    DO CORTE DO SEU TIPO (OU DE TIPO DESCONHECIDO) NAO E
      *    ESPERADO EM SARQCLI E TAMBEM E PULADO, SO CONTADO.
       0210-LER-CENTRAL      SECTION.
             MOVE ZEROS TO WRK-CHAVE-CENTRAL.
             READ EXTCOMCLI.
             IF FS-EXTCOMCLI EQUAL ZEROS
                IF NOT REG-E-HEADER AND NOT REG-E-TRAILER AND
                   NOT REG-E-COTITULAR AND NOT REG-E-CONTATO
                   ADD 1 TO WRK-CONTADOR-CENTRAL
                   PERFORM 0212-QUALIFICAR-CENTRAL
                   IF WRK-CENTRAL-QUALIFICADO
