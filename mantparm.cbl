      *          correcto, evitando las ediciones manuales que
      *          desplazan columnas. Cada cambio queda registrado en
      *          AUDITORIA.LOG con el operador, igual que las
      *          ejecuciones de calculo. Solo entran los operadores con
      *          permiso de mantparm o con el rol de mantenedor en
      *          OPERADORES.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                           MOVE "S" TO WS-PERFIL-ENCONTRADO
                           MOVE FUNCTION UPPER-CASE(OPR-MANTPARM)
                               TO WS-PERMISO-MANTPARM
                           IF OPR-ROL-MANTENEDOR = "S" OR "s"
                               MOVE "S" TO WS-PERMISO-MANTPARM
                           END-IF
                       WHEN "*DEFECTO*"
                           MOVE FUNCTION UPPER-CASE(OPR-MANTPARM)
                               TO WS-PERMISO-DEFECTO
                           IF OPR-ROL-MANTENEDOR = "S" OR "s"
                               MOVE "S" TO WS-PERMISO-DEFECTO
                           END-IF
                   END-EVALUATE
                   GO TO LEER-PERFIL-OPERADOR
               END-IF.
