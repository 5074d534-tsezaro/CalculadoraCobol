      *          marcar como revisados los incidentes del rango. La
      *          reescritura pasa por INCINUE.TMP, igual que hace
      *          mantparm con los parametros. Devuelve RETURN-CODE 4
      *          si quedan errores de severidad 08 sin revisar. El
      *          marcado exige el rol de supervisor en OPERADORES.DAT;
      *          un intento rechazado queda en AUDITORIA.LOG e
      *          INCIDENTES.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL INCINUE-FILE ASSIGN TO "INCINUE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCINUE-STATUS.
           SELECT OPTIONAL OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  INCINUE-REGISTRO.
       COPY INCREG REPLACING LEADING ==INC== BY ==NUE==.

       FD  OPERADORES-FILE.
       01  OPERADORES-REGISTRO.
       COPY OPRREG.

       FD  AUDITORIA-FILE.
       01  AUDITORIA-REGISTRO.
       COPY AUDREG.

       WORKING-STORAGE SECTION.

       01 WS-INCIDENTES-STATUS PIC XX.
           88 INCIDENTES-STATUS-OK VALUES "00" "05".
       01 WS-INCINUE-STATUS PIC XX.
           88 INCINUE-STATUS-OK VALUES "00" "05".
       01 WS-OPERADORES-STATUS PIC XX.
       01 WS-AUDITORIA-STATUS PIC XX.

       01 WS-OPERADOR-ID PIC X(20).
       01 WS-MENSAJE-INCIDENTE PIC X(60).
       01 WS-SEVERIDAD-INCIDENTE PIC 99.
       01 WS-ROL-OPERADOR PIC X VALUE "N".
       01 WS-ROL-DEFECTO PIC X VALUE "N".
       01 WS-PERFIL-ENCONTRADO PIC X VALUE "N".

       01 WS-INCIDENTE-SALIDA.
       COPY INCREG REPLACING LEADING ==INC== BY ==SAL==.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERADOR-ID = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR-ID
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FILTRO-HASTA.
           PERFORM PEDIR-FECHA-DESDE THRU PEDIR-FECHA-DESDE-FIN.
               END-IF
               STOP RUN.

           GRABAR-INCIDENTE.
               OPEN EXTEND INCIDENTES-FILE.
               IF WS-INCIDENTES-STATUS = "00" OR "05"
                   MOVE SPACES TO INCIDENTES-REGISTRO
                   ACCEPT INC-FECHA FROM DATE YYYYMMDD
                   ACCEPT INC-HORA FROM TIME
                   MOVE "INCIDENCIA" TO INC-PROGRAMA
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
                   " no tiene el rol de supervisor para "
                   "marcar incidentes como revisados.".
               PERFORM GRABAR-AUDITORIA-RECHAZO.
               MOVE "INCIDENCIA RECHAZADO POR ROL DE OPERADOR"
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
                           MOVE FUNCTION UPPER-CASE(OPR-ROL-SUPERVISOR)
                               TO WS-ROL-OPERADOR
                       WHEN "*DEFECTO*"
                           MOVE FUNCTION UPPER-CASE(OPR-ROL-SUPERVISOR)
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
                   MOVE "INCIDENCIA NO AUTORIZADO" TO AUD-DETALLE
                   WRITE AUDITORIA-REGISTRO
                   CLOSE AUDITORIA-FILE
               ELSE
                   DISPLAY "Aviso: no se pudo abrir AUDITORIA.LOG "
                       "(estado " WS-AUDITORIA-STATUS "), el "
                       "rechazo no queda auditado."
               END-IF.

           PEDIR-FECHA-DESDE.
               DISPLAY "Fecha desde AAAAMMDD (INTRO = todas): ".
               ACCEPT WS-ENTRADA.
               IF FUNCTION UPPER-CASE(WS-ENTRADA) NOT = "S"
                   GO TO PEDIR-MARCADO-FIN
               END-IF.
               PERFORM COMPROBAR-ROL THRU COMPROBAR-ROL-FIN.
               MOVE 0 TO WS-I.
               PERFORM MARCAR-INCIDENTE WS-INCIDENTES-USADOS TIMES.
               PERFORM GRABAR-INCIDENTES THRU GRABAR-INCIDENTES-FIN.
