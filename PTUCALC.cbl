                 EXIT PERFORM
              END-IF
           END-PERFORM.
      * los asimilados a salarios no son trabajadores para la PTU
           IF REGIMEN-ASIMILADO
              MOVE 'S' TO WS-GRADO-EXCLUIDO
           END-IF.
           IF GRADO-ESTA-EXCLUIDO
              ADD 1 TO WS-NUM-SALTADOS
           ELSE
