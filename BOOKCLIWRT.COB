                       ACCEPT WRK-CLI-DATA-CAD FROM DATE YYYYMMDD
                       MOVE WRK-CLI-DATA-CAD TO REG-CLI-DATA-CAD
                       SET CLIENTE-ATIVO TO TRUE
                       MOVE ZEROS TO REG-CLI-LIMITE-CRED
                       WRITE REG-CLIENTE
                       IF WRK-FS-CLI NOT = '00'
                           DISPLAY 'ERRO AO GRAVAR CLIENTDB.DAT - FS='
