                   MOVE 'A' TO REG-FUNC-STATUS
                   MOVE WRK-DATA-HOJE TO REG-FUNC-DATA-ADMISSAO
                   MOVE ZEROS TO REG-FUNC-DATA-DESLIG
                   MOVE 'S' TO REG-FUNC-ADIANTAMENTO
                   WRITE REG-FUNCIONARIO
                   IF WRK-FS-FUNC NOT = '00'
                       STRING 'FALHA AO GRAVAR - FS=' WRK-FS-FUNC
