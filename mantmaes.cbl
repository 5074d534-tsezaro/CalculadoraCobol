      *          la operacion "B" para no confundirla con una tabla
      *          generada. El camino "tabla servida desde el maestro"
      *          de calculadora no recalcula, asi que este programa es
      *          la prueba de que el maestro esta limpio. La baja exige
      *          el rol de mantenedor en OPERADORES.DAT; un intento
      *          rechazado queda en AUDITORIA.LOG e INCIDENTES.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           SELECT OPTIONAL OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.
           SELECT OPTIONAL INCIDENTES-FILE ASSIGN TO "INCIDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  AUDITORIA-REGISTRO.
       COPY AUDREG.

       FD  OPERADORES-FILE.
       01  OPERADORES-REGISTRO.
       COPY OPRREG.

       FD  INCIDENTES-FILE.
       01  INCIDENTES-REGISTRO.
       COPY INCREG.

       WORKING-STORAGE SECTION.

       01 WS-MAESTRO-STATUS PIC XX.
       01 WS-MAESNUE-STATUS PIC XX.
           88 MAESNUE-STATUS-OK VALUES "00" "05".
       01 WS-AUDITORIA-STATUS PIC XX.
       01 WS-OPERADORES-STATUS PIC XX.
       01 WS-INCIDENTES-STATUS PIC XX.

       01 WS-MENSAJE-INCIDENTE PIC X(60).
       01 WS-SEVERIDAD-INCIDENTE PIC 99.

       01 WS-OPERADOR-ID PIC X(20).
       01 WS-ROL-OPERADOR PIC X VALUE "N".
       01 WS-ROL-DEFECTO PIC X VALUE "N".
       01 WS-PERFIL-ENCONTRADO PIC X VALUE "N".

       01 WS-CLAVES-MAXIMO PIC 9(3) VALUE 200.
       01 WS-CLAVES-USADAS PIC 9(3) VALUE 0.
           PERFORM LISTAR-CLAVES.
           PERFORM PEDIR-BAJA THRU PEDIR-BAJA-FIN.
           IF WS-CLAVE-ELEGIDA > 0
               PERFORM COMPROBAR-ROL THRU COMPROBAR-ROL-FIN
               PERFORM BORRAR-CLAVE THRU BORRAR-CLAVE-FIN
               IF GRABACION-FALLIDA
                   DISPLAY "La baja NO se ha aplicado y no se audita."
           FINALIZAR.
               STOP RUN.

           GRABAR-INCIDENTE.
               OPEN EXTEND INCIDENTES-FILE.
               IF WS-INCIDENTES-STATUS = "00" OR "05"
                   MOVE SPACES TO INCIDENTES-REGISTRO
                   ACCEPT INC-FECHA FROM DATE YYYYMMDD
                   ACCEPT INC-HORA FROM TIME
                   MOVE "MANTMAES" TO INC-PROGRAMA
                   MOVE WS-OPERADOR-ID TO INC-OPERADOR
                   MOVE WS-SEVERIDAD-INCIDENTE TO INC-SEVERIDAD
                   MOVE "N" TO INC-REVISADO
                   MOVE WS-MENSAJE-INCIDENTE TO INC-MENSAJE
                   WRITE INCIDENTES-REGISTRO
                   CLOSE INCIDENTES-FILE
               END-IF.

           COMPROBAR-ROL.
               OPEN INPUT OPERADORES-FILE.
               IF WS-OPERADORES-STATUS NOT = "00"
                   CLOSE OPERADORES-FILE
                   GO TO COMPROBAR-ROL-FIN
               END-IF.
               PERFORM LEER-ROL-OPERADOR.
               CLOSE OPERADORES-FILE.
               IF WS-PERFIL-ENCONTRADO = "N"
                   MOVE WS-ROL-DEFECTO TO WS-ROL-OPERADOR
               END-IF.
               IF WS-ROL-OPERADOR = "S"
                   GO TO COMPROBAR-ROL-FIN
               END-IF.
               DISPLAY "El operador " FUNCTION TRIM(WS-OPERADOR-ID)
                   " no tiene el rol de mantenedor para "
                   "dar de baja claves de MAESTRO.DAT.".
               PERFORM GRABAR-AUDITORIA-RECHAZO.
               MOVE "MANTMAES RECHAZADO POR ROL DE OPERADOR"
                   TO WS-MENSAJE-INCIDENTE.
               MOVE 8 TO WS-SEVERIDAD-INCIDENTE.
               PERFORM GRABAR-INCIDENTE.
               MOVE 8 TO RETURN-CODE.
               STOP RUN.

           COMPROBAR-ROL-FIN.
               CONTINUE.

           LEER-ROL-OPERADOR.
               READ OPERADORES-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-OPERADORES-STATUS = "00"
                   EVALUATE OPR-ID
                       WHEN WS-OPERADOR-ID
                           MOVE "S" TO WS-PERFIL-ENCONTRADO
                           MOVE FUNCTION UPPER-CASE(OPR-ROL-MANTENEDOR)
                               TO WS-ROL-OPERADOR
                       WHEN "*DEFECTO*"
                           MOVE FUNCTION UPPER-CASE(OPR-ROL-MANTENEDOR)
                               TO WS-ROL-DEFECTO
                   END-EVALUATE
                   GO TO LEER-ROL-OPERADOR
               END-IF.

           GRABAR-AUDITORIA-RECHAZO.
               OPEN EXTEND AUDITORIA-FILE.
               IF WS-AUDITORIA-STATUS NOT = "00"
                   OPEN OUTPUT AUDITORIA-FILE
               END-IF.
               IF WS-AUDITORIA-STATUS = "00"
                   MOVE SPACES TO AUDITORIA-REGISTRO
                   ACCEPT AUD-FECHA FROM DATE YYYYMMDD
                   ACCEPT AUD-HORA FROM TIME
                   MOVE WS-OPERADOR-ID TO AUD-OPERADOR
                   MOVE 0 TO AUD-NUMERO
                   MOVE 0 TO AUD-LIMITE
                   MOVE "R" TO AUD-OPERACION
                   MOVE SPACE TO AUD-ORIGEN
                   MOVE "MANTMAES NO AUTORIZADO" TO AUD-DETALLE
                   WRITE AUDITORIA-REGISTRO
                   CLOSE AUDITORIA-FILE
               ELSE
                   DISPLAY "Aviso: no se pudo abrir AUDITORIA.LOG "
                       "(estado " WS-AUDITORIA-STATUS "), el "
                       "rechazo no queda auditado."
               END-IF.

           CARGAR-CLAVES.
               OPEN INPUT MAESTRO-FILE.
               IF WS-MAESTRO-STATUS NOT = "00"
