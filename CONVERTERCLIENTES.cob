           MOVE SPACES     TO CLI-TELEFONE.
           MOVE SPACES     TO CLI-EMAIL.
           MOVE 'A'        TO CLI-SITUACAO.
           MOVE ZEROS      TO CLI-LIMITECREDITO.
           MOVE SPACES     TO CLI-CLASSEABC.
           WRITE REG-CLIENTE
              INVALID KEY
                 ADD 1 TO WRK-QTDEDUPLICADOS
