           02  PROD-DESCRICAO      PIC X(30).
           02  PROD-CATEGORIA      PIC X(15).
           02  PROD-SITUACAO       PIC X(01).
           02  PROD-CLASSEABC      PIC X(01).
       FD  ARQ-BKP3.
       01  REG-BKP3              PIC X(135).
       FD  ARQ-FUNCIONARIOS.
                       ADD 1 TO WRK-QTDEREGISTROS
                       MOVE SPACES TO WRK-BUFFER
                       MOVE 'D' TO WRK-BUF-TIPO
                       MOVE REG-PRODUTO TO WRK-BUFFER(2:53)
                       WRITE REG-BKP3 FROM WRK-BUFFER
                 END-READ
              END-PERFORM
                          PERFORM 0520-GUARDAR-TRAILER
                       ELSE
                          ADD 1 TO WRK-QTDEREGISTROS
                          MOVE WRK-BUFFER(2:53) TO REG-PRODUTO
                          WRITE REG-PRODUTO
                             INVALID KEY
                                ADD 1 TO WRK-QTDEFALHAS
