      *          antiguas y marcandolas BORRADA. En modo RESTAURA
      *          repone la generacion elegida (INTRO = la ultima
      *          BUENA) y deja en RESPALDO.TXT el detalle exacto de
      *          lo copiado o restaurado. Cada generacion anota en el
      *          catalogo el operador que la hizo y cada restauracion
      *          queda en AUDITORIA.LOG; el modo RESTAURA exige el rol
      *          de recuperacion en OPERADORES.DAT y un intento
      *          rechazado queda en AUDITORIA.LOG e INCIDENTES.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT INFORME-FILE ASSIGN TO "RESPALDO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.
           SELECT OPTIONAL OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.
           SELECT OPTIONAL INCIDENTES-FILE ASSIGN TO "INCIDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENTES-STATUS.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 RSP-HORA PIC X(6).
           05 RSP-FILLER2 PIC X.
           05 RSP-ESTADO PIC X(10).
           05 RSP-FILLER3 PIC X.
           05 RSP-OPERADOR PIC X(20).

       FD  GENRET-FILE.
       01  GENRET-REGISTRO.
       FD  INFORME-FILE.
       01  INFORME-REGISTRO PIC X(80).

       FD  OPERADORES-FILE.
       01  OPERADORES-REGISTRO.
       COPY OPRREG.

       FD  INCIDENTES-FILE.
       01  INCIDENTES-REGISTRO.
       COPY INCREG.

       FD  AUDITORIA-FILE.
       01  AUDITORIA-REGISTRO.
       COPY AUDREG.

       WORKING-STORAGE SECTION.

       01 WS-VIVO-STATUS PIC XX.
           88 CATALOGO-STATUS-OK VALUES "00" "05".
       01 WS-GENRET-STATUS PIC XX.
       01 WS-INFORME-STATUS PIC XX.
       01 WS-OPERADORES-STATUS PIC XX.
       01 WS-INCIDENTES-STATUS PIC XX.
       01 WS-AUDITORIA-STATUS PIC XX.

       01 WS-OPERADOR-ID PIC X(20).
       01 WS-MENSAJE-INCIDENTE PIC X(60).
       01 WS-SEVERIDAD-INCIDENTE PIC 99.
       01 WS-ROL-OPERADOR PIC X VALUE "N".
       01 WS-ROL-DEFECTO PIC X VALUE "N".
       01 WS-PERFIL-ENCONTRADO PIC X VALUE "N".

       01 WS-NOMBRE-VIVO PIC X(40).
       01 WS-NOMBRE-GENERACION PIC X(40).
              10 WS-GEN-FECHA PIC X(8).
              10 WS-GEN-HORA PIC X(6).
              10 WS-GEN-ESTADO PIC X(10).
              10 WS-GEN-OPERADOR PIC X(20).

       01 WS-GEN-ELEGIDA PIC 99 VALUE 0.
       01 WS-GEN-VIGENTES PIC 99 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERADOR-ID = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR-ID
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           PERFORM CARGAR-GENRET.
           PERFORM CARGAR-CATALOGO.
           PERFORM PEDIR-MODO THRU PEDIR-MODO-FIN.
           IF WS-MODO = "RESTAURA"
               PERFORM COMPROBAR-ROL THRU COMPROBAR-ROL-FIN
           END-IF.
           PERFORM ABRIR-INFORME.
           IF WS-MODO = "RESTAURA"
               PERFORM RESTAURAR-GENERACION
               MOVE WS-CONDICION-MAXIMA TO RETURN-CODE
               STOP RUN.

           GRABAR-INCIDENTE.
               OPEN EXTEND INCIDENTES-FILE.
               IF WS-INCIDENTES-STATUS = "00" OR "05"
                   MOVE SPACES TO INCIDENTES-REGISTRO
                   ACCEPT INC-FECHA FROM DATE YYYYMMDD
                   ACCEPT INC-HORA FROM TIME
                   MOVE "RESPALDO" TO INC-PROGRAMA
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
                   " no tiene el rol de recuperacion para "
                   "restaurar copias de seguridad.".
               PERFORM GRABAR-AUDITORIA-RECHAZO.
               MOVE "RESPALDO RECHAZADO POR ROL DE OPERADOR"
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
                           MOVE FUNCTION UPPER-CASE
                               (OPR-ROL-RECUPERACION) TO WS-ROL-OPERADOR
                       WHEN "*DEFECTO*"
                           MOVE FUNCTION UPPER-CASE
                               (OPR-ROL-RECUPERACION) TO WS-ROL-DEFECTO
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
                   MOVE "RESPALDO NO AUTORIZADO" TO AUD-DETALLE
                   WRITE AUDITORIA-REGISTRO
                   CLOSE AUDITORIA-FILE
               ELSE
                   DISPLAY "Aviso: no se pudo abrir AUDITORIA.LOG "
                       "(estado " WS-AUDITORIA-STATUS "), el "
                       "rechazo no queda auditado."
               END-IF.

           ANOTAR-AVISO.
               IF WS-CONDICION-MAXIMA < 4
                   MOVE 4 TO WS-CONDICION-MAXIMA
                       MOVE RSP-FECHA TO WS-GEN-FECHA (WS-G)
                       MOVE RSP-HORA TO WS-GEN-HORA (WS-G)
                       MOVE RSP-ESTADO TO WS-GEN-ESTADO (WS-G)
                       MOVE RSP-OPERADOR TO WS-GEN-OPERADOR (WS-G)
                   END-IF
                   GO TO LEER-CATALOGO
               END-IF.
               MOVE WS-HORA-AHORA TO WS-TITULO-HORA.
               MOVE WS-MODO TO WS-TITULO-MODO.
               WRITE INFORME-REGISTRO FROM WS-LINEA-TITULO.
               MOVE SPACES TO INFORME-REGISTRO.
               STRING "EJECUTADO POR: " DELIMITED BY SIZE
                   WS-OPERADOR-ID DELIMITED BY SIZE
                   INTO INFORME-REGISTRO
               END-STRING.
               WRITE INFORME-REGISTRO.
               MOVE ALL "=" TO INFORME-REGISTRO.
               WRITE INFORME-REGISTRO.
               MOVE "FICHERO           ORIGEN      COPIA  RESULTADO"
                   MOVE WS-CATALOGO-USADOS TO WS-G
                   MOVE WS-FECHA-HOY TO WS-GEN-FECHA (WS-G)
                   MOVE WS-HORA-AHORA TO WS-GEN-HORA (WS-G)
                   MOVE WS-OPERADOR-ID TO WS-GEN-OPERADOR (WS-G)
                   IF WS-FALLO-GENERACION = "S"
                       MOVE "MALA" TO WS-GEN-ESTADO (WS-G)
                       PERFORM ANOTAR-ERROR
                   MOVE WS-GEN-FECHA (WS-G) TO RSP-FECHA
                   MOVE WS-GEN-HORA (WS-G) TO RSP-HORA
                   MOVE WS-GEN-ESTADO (WS-G) TO RSP-ESTADO
                   MOVE WS-GEN-OPERADOR (WS-G) TO RSP-OPERADOR
                   MOVE SPACE TO RSP-FILLER1 RSP-FILLER2 RSP-FILLER3
                   WRITE CATALOGO-REGISTRO
                   IF WS-CATALOGO-STATUS NOT = "00"
                       DISPLAY "Aviso: fallo de escritura en "
                   TO WS-LINCTL-TEXTO.
               MOVE WS-FICHEROS-AUSENTES TO WS-LINCTL-CIFRA.
               WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL.
               PERFORM GRABAR-AUDITORIA-RESTAURA.

           RESTAURAR-GENERACION-FIN.
               CONTINUE.

      * La fila se graba despues de reponer los ficheros para que
      * quede en el AUDITORIA.LOG restaurado.
           GRABAR-AUDITORIA-RESTAURA.
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
                   MOVE "P" TO AUD-OPERACION
                   MOVE SPACE TO AUD-ORIGEN
                   STRING "RESTAURADA GEN. " DELIMITED BY SIZE
                       WS-GEN-FECHA (WS-G) DELIMITED BY SIZE
                       WS-GEN-HORA (WS-G) DELIMITED BY SIZE
                       INTO AUD-DETALLE
                   END-STRING
                   WRITE AUDITORIA-REGISTRO
                   CLOSE AUDITORIA-FILE
               ELSE
                   DISPLAY "Aviso: no se pudo abrir AUDITORIA.LOG "
                       "(estado " WS-AUDITORIA-STATUS "), la "
                       "restauracion no queda auditada."
                   PERFORM ANOTAR-AVISO
               END-IF.

           ELEGIR-GENERACION.
               MOVE 0 TO WS-GEN-ELEGIDA.
               IF WS-CATALOGO-USADOS = 0
           MOSTRAR-GENERACION.
               ADD 1 TO WS-G.
               DISPLAY WS-GEN-FECHA (WS-G) WS-GEN-HORA (WS-G)
                   " " WS-GEN-ESTADO (WS-G)
                   " " WS-GEN-OPERADOR (WS-G).

           ELEGIR-ULTIMA-BUENA.
               ADD 1 TO WS-G.
