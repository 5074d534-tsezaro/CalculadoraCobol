      ******************************************************************
      * Author:
      * Date:
      * Purpose: Barrido semanal de integridad entre ficheros. Cada
      *          programa valida su propio fichero; este comprueba que
      *          los ficheros compartidos concuerdan entre si:
      *          1) toda peticion HECHO de TRABAJOS.DAT tiene su
      *             ejecucion como cabecera "C" en TABLA.DAT, en las
      *             generaciones TABLA.DAT.aaaammdd.ARC (desde la
      *             fecha de la peticion HECHO mas antigua) o, si
      *             colector aun no la ha fundido, en TABLA.Rnnnnnn.DAT;
      *          2) toda ejecucion de ENVIOS.DAT tiene su cabecera CAB
      *             en EXPORT.CSV o en EXPORT.CSV.aaaammdd.ARC;
      *          3) todo AUD-OPERADOR de AUDITORIA.LOG tiene perfil en
      *             OPERADORES.DAT o queda cubierto por *DEFECTO*
      *             (sin comprobar si OPERADORES.DAT no cabe entero en
      *             la tabla interna de perfiles);
      *          4) ninguna ejecucion de RESUMEN.DAT supera la ultima
      *             asignada en CONTROL.DAT;
      *          5) cada linea de RECHAZOS.DAT apunta a una linea real
      *             de NUMEROS.DAT o REPROCESO.DAT con el mismo
      *             registro, o a una peticion RECHAZADO de la cola.
      *          Lista cada huerfano o contradiccion con los registros
      *          implicados en INTEGRIDAD.TXT (imagen de impresion de
      *          132 columnas con control de carro), anota cada uno en
      *          INCIDENTES.DAT y termina con RETURN-CODE 0, 4 o 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. integridad.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FUENTE-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-FUENTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUENTE-STATUS.
           SELECT OPTIONAL TRABAJOS-FILE ASSIGN TO "TRABAJOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABAJOS-STATUS.
           SELECT OPTIONAL ENVIOS-FILE ASSIGN TO "ENVIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVIOS-STATUS.
           SELECT OPTIONAL AUDITORIA-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           SELECT OPTIONAL OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.
           SELECT OPTIONAL RESUMEN-FILE ASSIGN TO "RESUMEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUMEN-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT OPTIONAL RECHAZOS-FILE ASSIGN TO "RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.
           SELECT OPTIONAL NUMERO-FILE ASSIGN TO "NUMEROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMERO-STATUS.
           SELECT OPTIONAL REPROCESO-FILE ASSIGN TO "REPROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPROCESO-STATUS.
           SELECT INFORME-FILE ASSIGN TO "INTEGRIDAD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.
           SELECT OPTIONAL INCIDENTES-FILE ASSIGN TO "INCIDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUENTE-FILE.
       01  FUENTE-REGISTRO PIC X(200).

       FD  TRABAJOS-FILE.
       01  TRABAJOS-REGISTRO.
       COPY TRBREG.

       FD  ENVIOS-FILE.
       01  ENVIOS-REGISTRO.
           05 ENV-EJECUCION PIC 9(6).
           05 ENV-FILLER1 PIC X.
           05 ENV-FECHA PIC X(8).
           05 ENV-FILLER2 PIC X.
           05 ENV-HORA PIC X(6).
           05 ENV-FILLER3 PIC X.
           05 ENV-REGISTROS PIC 9(9).
           05 ENV-FILLER4 PIC X.
           05 ENV-TOTAL PIC -9(15).9(4).
           05 ENV-FILLER5 PIC X.
           05 ENV-ESTADO PIC X(10).

       FD  AUDITORIA-FILE.
       01  AUDITORIA-REGISTRO.
       COPY AUDREG.

       FD  OPERADORES-FILE.
       01  OPERADORES-REGISTRO.
       COPY OPRREG.

       FD  RESUMEN-FILE.
       01  RESUMEN-REGISTRO.
           05 RES-FECHA PIC X(8).
           05 RES-FILLER1 PIC X.
           05 RES-HORA PIC X(6).
           05 RES-FILLER2 PIC X.
           05 RES-OPERADOR PIC X(20).
           05 RES-EJECUCION PIC 9(6).
           05 RES-FILLER3 PIC X.
           05 RES-PROCESADOS PIC 9(5).
           05 RES-FILLER4 PIC X.
           05 RES-RECHAZADOS PIC 9(9).
           05 RES-FILLER5 PIC X.
           05 RES-DETALLES PIC 9(9).
           05 RES-FILLER6 PIC X.
           05 RES-CONDICION PIC 99.
           05 RES-FILLER7 PIC X.
           05 RES-PRIMER-ERROR PIC X(60).

       FD  CONTROL-FILE.
       01  CONTROL-REGISTRO.
           05 CTL-ULTIMA-EJECUCION PIC 9(6).

       FD  RECHAZOS-FILE.
       01  RECHAZOS-REGISTRO.
       COPY RCHREG.

       FD  NUMERO-FILE.
       01  NUMERO-REGISTRO PIC X(80).

       FD  REPROCESO-FILE.
       01  REPROCESO-REGISTRO.
       COPY RCHREG REPLACING LEADING ==RCH== BY ==RPR==.

       FD  INFORME-FILE.
       01  INFORME-REGISTRO.
           05 INT-CARRO PIC X.
           05 INT-LINEA PIC X(132).

       FD  INCIDENTES-FILE.
       01  INCIDENTES-REGISTRO.
       COPY INCREG.

       WORKING-STORAGE SECTION.

       01 WS-FUENTE-STATUS PIC XX.
       01 WS-TRABAJOS-STATUS PIC XX.
       01 WS-ENVIOS-STATUS PIC XX.
       01 WS-AUDITORIA-STATUS PIC XX.
       01 WS-OPERADORES-STATUS PIC XX.
       01 WS-RESUMEN-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-RECHAZOS-STATUS PIC XX.
       01 WS-NUMERO-STATUS PIC XX.
       01 WS-REPROCESO-STATUS PIC XX.
       01 WS-INFORME-STATUS PIC XX.
       01 WS-INCIDENTES-STATUS PIC XX.

       01 WS-OPERADOR-ID PIC X(20).
       01 WS-MENSAJE-INCIDENTE PIC X(60).
       01 WS-SEVERIDAD-INCIDENTE PIC 99.
       01 WS-CONDICION-MAXIMA PIC 99 VALUE 0.

       01 WS-FECHA-HOY PIC X(8).
       01 WS-FECHA-HOY-NUM PIC 9(8).
       01 WS-HORA-AHORA PIC X(6).
       01 WS-DIAS-ENTERO PIC 9(8).
       01 WS-DIAS-FINAL PIC 9(8).
       01 WS-FECHA-GEN-NUM PIC 9(8).
       01 WS-FECHA-GEN PIC X(8).
       01 WS-DIAS-ATRAS PIC 9(4) VALUE 365.
       01 WS-DIAS-INICIO PIC 9(8).
       01 WS-FECHA-ANTIGUA-NUM PIC 9(8) VALUE 0.
       01 WS-FECHA-AUXILIAR PIC 9(8).

       01 WS-NOMBRE-FUENTE PIC X(30).
       01 WS-NOMBRE-VIVO PIC X(12).
       01 WS-TIPO-FUENTE PIC X.
           88 FUENTE-TABLA VALUE "T".
           88 FUENTE-EXPORT VALUE "E".
       01 WS-FUENTES-ABIERTAS PIC 9(5) VALUE 0.

       01 WS-FILA-TABLA.
       COPY TABREG.

       01 WS-CAMPO-TIPO PIC X(8).
       01 WS-CAMPO-EJECUCION PIC X(12).

      * Marcas por numero de ejecucion: cabecera "C" vista en alguna
      * fuente de tablas y cabecera CAB vista en alguna de EXPORT.
       01 WS-TABLA-MARCAS.
           05 WS-MARCA OCCURS 999999.
              10 WS-MARCA-CABECERA PIC X.
              10 WS-MARCA-EXPORT PIC X.
       01 WS-EJ PIC 9(6).

       01 WS-ULTIMA-ASIGNADA PIC 9(6) VALUE 0.
       01 WS-CONTROL-PRESENTE PIC X VALUE "N".
           88 CONTROL-PRESENTE VALUE "S".

       01 WS-PERFILES-MAXIMO PIC 999 VALUE 500.
       01 WS-PERFILES-USADOS PIC 999 VALUE 0.
       01 WS-PERFILES-PERDIDOS PIC 9(7) VALUE 0.
       01 WS-TABLA-PERFILES.
           05 WS-PERFIL-ID PIC X(20) OCCURS 500.
       01 WS-PERFILES-PRESENTES PIC X VALUE "N".
           88 PERFILES-PRESENTES VALUE "S".
       01 WS-DEFECTO-PRESENTE PIC X VALUE "N".
           88 DEFECTO-PRESENTE VALUE "S".

       01 WS-AUTORES-MAXIMO PIC 999 VALUE 500.
       01 WS-AUTORES-USADOS PIC 999 VALUE 0.
       01 WS-AUTORES-PERDIDOS PIC 9(7) VALUE 0.
       01 WS-TABLA-AUTORES.
           05 WS-AUTOR OCCURS 500.
              10 WS-AUTOR-ID PIC X(20).
              10 WS-AUTOR-FILAS PIC 9(7).
              10 WS-AUTOR-PRIMERA PIC X(8).
              10 WS-AUTOR-ULTIMA PIC X(8).
       01 WS-A PIC 999.
       01 WS-A-ENCONTRADO PIC 999.
       01 WS-P PIC 999.
       01 WS-P-ENCONTRADO PIC 999.

       01 WS-RECHAZOS-MAXIMO PIC 9(4) VALUE 2000.
       01 WS-RECHAZOS-USADOS PIC 9(4) VALUE 0.
       01 WS-RECHAZOS-SIN-CARGAR PIC 9(7) VALUE 0.
       01 WS-TABLA-RECHAZOS.
           05 WS-RCH OCCURS 2000.
              10 WS-RCH-LINEA PIC 9(9).
              10 WS-RCH-REGISTRO PIC X(80).
              10 WS-RCH-FILA PIC X(119).
              10 WS-RCH-ENCONTRADO PIC X.
       01 WS-R PIC 9(4).
       01 WS-LINEA-ENTRADA PIC 9(9).
       01 WS-REGISTRO-ENTRADA PIC X(80).
       01 WS-COMPARAR-REGISTRO PIC X VALUE "S".

       01 WS-COMPROBADOS PIC 9(7).
       01 WS-HALLAZGOS-SECCION PIC 9(7).
       01 WS-HALLAZGOS-TOTAL PIC 9(7) VALUE 0.
       01 WS-HALLAZGOS-COMPROBACION.
           05 WS-HALLAZGOS-EN PIC 9(7) OCCURS 5.
       01 WS-COMPROBADOS-COMPROBACION.
           05 WS-COMPROBADOS-EN PIC 9(7) OCCURS 5.
       01 WS-SECCION PIC 9.

       01 WS-HALLAZGO-SEVERIDAD PIC 99.
       01 WS-HALLAZGO-TEXTO PIC X(132).
       01 WS-HALLAZGO-REGISTRO PIC X(200).

       01 WS-LINEA-PENDIENTE PIC X(132).
       01 WS-EDICION-CONTADOR-1 PIC Z(6)9.
       01 WS-EDICION-CONTADOR-2 PIC Z(6)9.
       01 WS-LINEAS-MAXIMO PIC 99 VALUE 60.
       01 WS-LINEAS-PAGINA PIC 99 VALUE 99.
       01 WS-PAGINA PIC 9(4) VALUE 0.
       01 WS-EDICION-PAGINA PIC ZZZ9.

       01 WS-LINEA-TOTAL.
           05 WS-TOTLST-TEXTO PIC X(60).
           05 WS-TOTLST-COMPROBADOS PIC ZZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-TOTLST-HALLAZGOS PIC ZZZZZZ9.
           05 FILLER PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERADOR-ID = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR-ID
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.
           PERFORM ABRIR-INFORME.
           MOVE ALL "N" TO WS-TABLA-MARCAS.
           PERFORM BUSCAR-HECHO-ANTIGUO.
           MOVE "TABLA.DAT" TO WS-NOMBRE-VIVO.
           SET FUENTE-TABLA TO TRUE.
           PERFORM MARCAR-FUENTES.
           MOVE "EXPORT.CSV" TO WS-NOMBRE-VIVO.
           SET FUENTE-EXPORT TO TRUE.
           PERFORM MARCAR-FUENTES.
           PERFORM COMPROBAR-TRABAJOS.
           PERFORM COMPROBAR-ENVIOS.
           PERFORM COMPROBAR-OPERADORES.
           PERFORM COMPROBAR-RESUMEN.
           PERFORM COMPROBAR-RECHAZOS.
           PERFORM PAGINA-DE-TOTALES.

           FINALIZAR.
               CLOSE INFORME-FILE
               DISPLAY "Barrido de integridad en INTEGRIDAD.TXT"
               DISPLAY "Hallazgos..........: " WS-HALLAZGOS-TOTAL
               DISPLAY "Condicion maxima...: " WS-CONDICION-MAXIMA
               MOVE WS-CONDICION-MAXIMA TO RETURN-CODE
               STOP RUN.

           GRABAR-INCIDENTE.
               OPEN EXTEND INCIDENTES-FILE.
               IF WS-INCIDENTES-STATUS = "00" OR "05"
                   MOVE SPACES TO INCIDENTES-REGISTRO
                   ACCEPT INC-FECHA FROM DATE YYYYMMDD
                   ACCEPT INC-HORA FROM TIME
                   MOVE "INTEGRIDAD" TO INC-PROGRAMA
                   MOVE WS-OPERADOR-ID TO INC-OPERADOR
                   MOVE WS-SEVERIDAD-INCIDENTE TO INC-SEVERIDAD
                   MOVE "N" TO INC-REVISADO
                   MOVE WS-MENSAJE-INCIDENTE TO INC-MENSAJE
                   WRITE INCIDENTES-REGISTRO
                   CLOSE INCIDENTES-FILE
               END-IF.

           ABRIR-INFORME.
               OPEN OUTPUT INFORME-FILE.
               IF WS-INFORME-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir INTEGRIDAD.TXT (estado "
                       WS-INFORME-STATUS "), abortando."
                   MOVE "NO SE PUDO ABRIR INTEGRIDAD.TXT"
                       TO WS-MENSAJE-INCIDENTE
                   MOVE 8 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           NUEVA-PAGINA.
               ADD 1 TO WS-PAGINA.
               MOVE WS-PAGINA TO WS-EDICION-PAGINA.
               MOVE "1" TO INT-CARRO.
               MOVE SPACES TO INT-LINEA.
               STRING "BARRIDO DE INTEGRIDAD ENTRE FICHEROS - FECHA "
                   DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HORA-AHORA DELIMITED BY SIZE
                   "   EJECUTADO POR " DELIMITED BY SIZE
                   WS-OPERADOR-ID DELIMITED BY SPACE
                   "   PAGINA " DELIMITED BY SIZE
                   WS-EDICION-PAGINA DELIMITED BY SIZE
                   INTO INT-LINEA
               END-STRING.
               WRITE INFORME-REGISTRO.
               MOVE SPACE TO INT-CARRO.
               MOVE SPACES TO INT-LINEA.
               WRITE INFORME-REGISTRO.
               MOVE 2 TO WS-LINEAS-PAGINA.

           ESCRIBIR-LINEA.
               IF WS-LINEAS-PAGINA NOT < WS-LINEAS-MAXIMO
                   MOVE INT-LINEA TO WS-LINEA-PENDIENTE
                   PERFORM NUEVA-PAGINA
                   MOVE WS-LINEA-PENDIENTE TO INT-LINEA
               END-IF.
               MOVE SPACE TO INT-CARRO.
               WRITE INFORME-REGISTRO.
               ADD 1 TO WS-LINEAS-PAGINA.

           ABRIR-SECCION.
               MOVE 0 TO WS-COMPROBADOS.
               MOVE 0 TO WS-HALLAZGOS-SECCION.
               IF WS-LINEAS-PAGINA + 6 > WS-LINEAS-MAXIMO
                   MOVE INT-LINEA TO WS-LINEA-PENDIENTE
                   PERFORM NUEVA-PAGINA
                   MOVE WS-LINEA-PENDIENTE TO INT-LINEA
               END-IF.
               PERFORM ESCRIBIR-LINEA.
               MOVE ALL "-" TO INT-LINEA.
               PERFORM ESCRIBIR-LINEA.

           CERRAR-SECCION.
               IF WS-HALLAZGOS-SECCION = 0
                   MOVE "   SIN HALLAZGOS" TO INT-LINEA
                   PERFORM ESCRIBIR-LINEA
               END-IF.
               MOVE WS-COMPROBADOS TO WS-EDICION-CONTADOR-1.
               MOVE WS-HALLAZGOS-SECCION TO WS-EDICION-CONTADOR-2.
               MOVE SPACES TO INT-LINEA.
               STRING "   COMPROBADOS: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDICION-CONTADOR-1)
                   DELIMITED BY SIZE
                   "   HALLAZGOS: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDICION-CONTADOR-2)
                   DELIMITED BY SIZE
                   INTO INT-LINEA
               END-STRING.
               PERFORM ESCRIBIR-LINEA.
               MOVE WS-COMPROBADOS TO WS-COMPROBADOS-EN (WS-SECCION).
               MOVE WS-HALLAZGOS-SECCION
                   TO WS-HALLAZGOS-EN (WS-SECCION).

      * Cada hallazgo: linea con severidad y descripcion, el registro
      * implicado debajo si lo hay, e incidente en INCIDENTES.DAT.
           ANOTAR-HALLAZGO.
               ADD 1 TO WS-HALLAZGOS-SECCION.
               ADD 1 TO WS-HALLAZGOS-TOTAL.
               IF WS-HALLAZGO-SEVERIDAD > WS-CONDICION-MAXIMA
                   MOVE WS-HALLAZGO-SEVERIDAD TO WS-CONDICION-MAXIMA
               END-IF.
               MOVE SPACES TO INT-LINEA.
               STRING "   [" DELIMITED BY SIZE
                   WS-HALLAZGO-SEVERIDAD DELIMITED BY SIZE
                   "] " DELIMITED BY SIZE
                   WS-HALLAZGO-TEXTO DELIMITED BY SIZE
                   INTO INT-LINEA
               END-STRING.
               PERFORM ESCRIBIR-LINEA.
               IF WS-HALLAZGO-REGISTRO NOT = SPACES
                   MOVE SPACES TO INT-LINEA
                   STRING "        REGISTRO: " DELIMITED BY SIZE
                       WS-HALLAZGO-REGISTRO DELIMITED BY SIZE
                       INTO INT-LINEA
                   END-STRING
                   PERFORM ESCRIBIR-LINEA
               END-IF.
               MOVE WS-HALLAZGO-SEVERIDAD TO WS-SEVERIDAD-INCIDENTE.
               PERFORM GRABAR-INCIDENTE.
               MOVE SPACES TO WS-HALLAZGO-REGISTRO.

      * Las generaciones de archivo de depurar se recorren hacia atras
      * el mismo margen que usa consulta; las de tablas, ademas, hasta
      * la fecha de la peticion HECHO mas antigua de la cola, porque
      * su cabecera no puede haberse archivado antes de pedirse.
           MARCAR-FUENTES.
               MOVE WS-NOMBRE-VIVO TO WS-NOMBRE-FUENTE.
               PERFORM MARCAR-FUENTE THRU MARCAR-FUENTE-FIN.
               COMPUTE WS-DIAS-FINAL =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM).
               COMPUTE WS-DIAS-ENTERO = WS-DIAS-FINAL - WS-DIAS-ATRAS.
               IF FUENTE-TABLA AND WS-FECHA-ANTIGUA-NUM > 0
                   COMPUTE WS-DIAS-INICIO =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-ANTIGUA-NUM)
                   IF WS-DIAS-INICIO < WS-DIAS-ENTERO
                       MOVE WS-DIAS-INICIO TO WS-DIAS-ENTERO
                   END-IF
               END-IF.
               PERFORM MARCAR-UN-ARCHIVO
                   UNTIL WS-DIAS-ENTERO > WS-DIAS-FINAL.

           BUSCAR-HECHO-ANTIGUO.
               OPEN INPUT TRABAJOS-FILE.
               IF WS-TRABAJOS-STATUS = "00"
                   PERFORM LEER-FECHA-HECHO
               END-IF.
               CLOSE TRABAJOS-FILE.

           LEER-FECHA-HECHO.
               READ TRABAJOS-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-TRABAJOS-STATUS = "00"
                   IF TRB-HECHO AND TRB-FECHA IS NUMERIC
                       MOVE TRB-FECHA TO WS-FECHA-AUXILIAR
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-AUXILIAR)
                           = 0
                           AND WS-FECHA-AUXILIAR < WS-FECHA-HOY-NUM
                           AND (WS-FECHA-ANTIGUA-NUM = 0
                               OR WS-FECHA-AUXILIAR
                                   < WS-FECHA-ANTIGUA-NUM)
                           MOVE WS-FECHA-AUXILIAR
                               TO WS-FECHA-ANTIGUA-NUM
                       END-IF
                   END-IF
                   GO TO LEER-FECHA-HECHO
               END-IF.

           MARCAR-UN-ARCHIVO.
               COMPUTE WS-FECHA-GEN-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO).
               MOVE WS-FECHA-GEN-NUM TO WS-FECHA-GEN.
               MOVE SPACES TO WS-NOMBRE-FUENTE.
               STRING WS-NOMBRE-VIVO DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-FECHA-GEN DELIMITED BY SIZE
                   ".ARC" DELIMITED BY SIZE
                   INTO WS-NOMBRE-FUENTE
               END-STRING.
               PERFORM MARCAR-FUENTE THRU MARCAR-FUENTE-FIN.
               ADD 1 TO WS-DIAS-ENTERO.

           MARCAR-FUENTE.
               OPEN INPUT FUENTE-FILE.
               IF WS-FUENTE-STATUS NOT = "00"
                   CLOSE FUENTE-FILE
                   GO TO MARCAR-FUENTE-FIN
               END-IF.
               ADD 1 TO WS-FUENTES-ABIERTAS.
               PERFORM LEER-FUENTE.
               CLOSE FUENTE-FILE.

           MARCAR-FUENTE-FIN.
               CONTINUE.

           LEER-FUENTE.
               READ FUENTE-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-FUENTE-STATUS = "00"
                   IF FUENTE-TABLA
                       PERFORM MARCAR-CABECERA-TABLA
                   ELSE
                       PERFORM MARCAR-CABECERA-EXPORT
                   END-IF
                   GO TO LEER-FUENTE
               END-IF.

           MARCAR-CABECERA-TABLA.
               MOVE FUENTE-REGISTRO TO WS-FILA-TABLA.
               IF TS-TIPO-CABECERA
                   AND TS-CAB-EJECUCION IS NUMERIC
                   AND TS-CAB-EJECUCION > 0
                   MOVE TS-CAB-EJECUCION TO WS-EJ
                   MOVE "S" TO WS-MARCA-CABECERA (WS-EJ)
               END-IF.

           MARCAR-CABECERA-EXPORT.
               IF FUENTE-REGISTRO (1:4) = "CAB,"
                   MOVE SPACES TO WS-CAMPO-TIPO WS-CAMPO-EJECUCION
                   UNSTRING FUENTE-REGISTRO DELIMITED BY ","
                       INTO WS-CAMPO-TIPO WS-CAMPO-EJECUCION
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-CAMPO-EJECUCION) IS NUMERIC
                       AND FUNCTION LENGTH
                           (FUNCTION TRIM(WS-CAMPO-EJECUCION)) NOT > 6
                       MOVE FUNCTION NUMVAL(WS-CAMPO-EJECUCION)
                           TO WS-EJ
                       IF WS-EJ > 0
                           MOVE "S" TO WS-MARCA-EXPORT (WS-EJ)
                       END-IF
                   END-IF
               END-IF.

      ******************************************************************
      * 1) TRABAJOS.DAT HECHO contra cabeceras "C" de tablas.
      ******************************************************************
           COMPROBAR-TRABAJOS.
               MOVE 1 TO WS-SECCION.
               MOVE "1) PETICIONES HECHO DE TRABAJOS.DAT CONTRA "
                   & "CABECERAS C DE TABLA.DAT, ARCHIVOS Y "
                   & "TABLA.Rnnnnnn.DAT" TO INT-LINEA.
               PERFORM ABRIR-SECCION.
               OPEN INPUT TRABAJOS-FILE.
               IF WS-TRABAJOS-STATUS = "00"
                   PERFORM LEER-TRABAJO
               ELSE
                   MOVE "   TRABAJOS.DAT NO PRESENTE" TO INT-LINEA
                   PERFORM ESCRIBIR-LINEA
               END-IF.
               CLOSE TRABAJOS-FILE.
               PERFORM CERRAR-SECCION.

           LEER-TRABAJO.
               READ TRABAJOS-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-TRABAJOS-STATUS = "00"
                   IF TRB-HECHO
                       ADD 1 TO WS-COMPROBADOS
                       PERFORM COMPROBAR-TRABAJO-HECHO
                   END-IF
                   GO TO LEER-TRABAJO
               END-IF.

           COMPROBAR-TRABAJO-HECHO.
               IF TRB-EJECUCION IS NOT NUMERIC
                   OR TRB-EJECUCION = 0
                   MOVE SPACES TO WS-HALLAZGO-TEXTO
                   STRING "TRABAJOS.DAT SECUENCIA " DELIMITED BY SIZE
                       TRB-SECUENCIA DELIMITED BY SIZE
                       " HECHO SIN NUMERO DE EJECUCION"
                       DELIMITED BY SIZE
                       INTO WS-HALLAZGO-TEXTO
                   END-STRING
                   MOVE SPACES TO WS-MENSAJE-INCIDENTE
                   STRING "HECHO SIN EJECUCION, SECUENCIA "
                       DELIMITED BY SIZE
                       TRB-SECUENCIA DELIMITED BY SIZE
                       INTO WS-MENSAJE-INCIDENTE
                   END-STRING
                   MOVE TRABAJOS-REGISTRO TO WS-HALLAZGO-REGISTRO
                   MOVE 8 TO WS-HALLAZGO-SEVERIDAD
                   PERFORM ANOTAR-HALLAZGO
               ELSE
                   MOVE TRB-EJECUCION TO WS-EJ
                   IF WS-MARCA-CABECERA (WS-EJ) = "N"
                       PERFORM BUSCAR-TABLA-EJECUCION
                   END-IF
                   IF WS-MARCA-CABECERA (WS-EJ) = "N"
                       MOVE SPACES TO WS-HALLAZGO-TEXTO
                       STRING "TRABAJOS.DAT SECUENCIA "
                           DELIMITED BY SIZE
                           TRB-SECUENCIA DELIMITED BY SIZE
                           " HECHO POR LA EJECUCION "
                           DELIMITED BY SIZE
                           TRB-EJECUCION DELIMITED BY SIZE
                           ", SIN CABECERA C EN NINGUNA FUENTE"
                           DELIMITED BY SIZE
                           INTO WS-HALLAZGO-TEXTO
                       END-STRING
                       MOVE SPACES TO WS-MENSAJE-INCIDENTE
                       STRING "HECHO SEC " DELIMITED BY SIZE
                           TRB-SECUENCIA DELIMITED BY SIZE
                           " EJEC " DELIMITED BY SIZE
                           TRB-EJECUCION DELIMITED BY SIZE
                           " SIN CABECERA EN TABLAS"
                           DELIMITED BY SIZE
                           INTO WS-MENSAJE-INCIDENTE
                       END-STRING
                       MOVE TRABAJOS-REGISTRO TO WS-HALLAZGO-REGISTRO
                       MOVE 8 TO WS-HALLAZGO-SEVERIDAD
                       PERFORM ANOTAR-HALLAZGO
                   END-IF
               END-IF.

      * Una ejecucion que colector aun no ha fundido sigue en su
      * fichero propio.
           BUSCAR-TABLA-EJECUCION.
               MOVE SPACES TO WS-NOMBRE-FUENTE.
               STRING "TABLA.R" DELIMITED BY SIZE
                   WS-EJ DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-NOMBRE-FUENTE
               END-STRING.
               SET FUENTE-TABLA TO TRUE.
               PERFORM MARCAR-FUENTE THRU MARCAR-FUENTE-FIN.

      ******************************************************************
      * 2) ENVIOS.DAT contra cabeceras CAB de EXPORT.CSV.
      ******************************************************************
           COMPROBAR-ENVIOS.
               MOVE 2 TO WS-SECCION.
               MOVE "2) EJECUCIONES DE ENVIOS.DAT CONTRA CABECERAS CAB "
                   & "DE EXPORT.CSV Y SUS ARCHIVOS" TO INT-LINEA.
               PERFORM ABRIR-SECCION.
               OPEN INPUT ENVIOS-FILE.
               IF WS-ENVIOS-STATUS = "00"
                   PERFORM LEER-ENVIO
               ELSE
                   MOVE "   ENVIOS.DAT NO PRESENTE" TO INT-LINEA
                   PERFORM ESCRIBIR-LINEA
               END-IF.
               CLOSE ENVIOS-FILE.
               PERFORM CERRAR-SECCION.

           LEER-ENVIO.
               READ ENVIOS-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-ENVIOS-STATUS = "00"
                   ADD 1 TO WS-COMPROBADOS
                   PERFORM COMPROBAR-ENVIO
                   GO TO LEER-ENVIO
               END-IF.

           COMPROBAR-ENVIO.
               MOVE 0 TO WS-EJ.
               IF ENV-EJECUCION IS NUMERIC
                   MOVE ENV-EJECUCION TO WS-EJ
               END-IF.
               IF WS-EJ = 0
                   MOVE "ENVIOS.DAT CON NUMERO DE EJECUCION NO VALIDO"
                       TO WS-HALLAZGO-TEXTO
                   MOVE "ENVIOS.DAT CON EJECUCION NO VALIDA"
                       TO WS-MENSAJE-INCIDENTE
                   MOVE ENVIOS-REGISTRO TO WS-HALLAZGO-REGISTRO
                   MOVE 8 TO WS-HALLAZGO-SEVERIDAD
                   PERFORM ANOTAR-HALLAZGO
               ELSE
                   IF WS-MARCA-EXPORT (WS-EJ) = "N"
                       MOVE SPACES TO WS-HALLAZGO-TEXTO
                       STRING "ENVIOS.DAT EJECUCION " DELIMITED BY SIZE
                           ENV-EJECUCION DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           FUNCTION TRIM(ENV-ESTADO) DELIMITED BY SIZE
                           ") SIN CABECERA CAB EN EXPORT.CSV NI EN "
                           DELIMITED BY SIZE
                           "SUS ARCHIVOS" DELIMITED BY SIZE
                           INTO WS-HALLAZGO-TEXTO
                       END-STRING
                       MOVE SPACES TO WS-MENSAJE-INCIDENTE
                       STRING "ENVIO EJEC " DELIMITED BY SIZE
                           ENV-EJECUCION DELIMITED BY SIZE
                           " SIN CABECERA EN EXPORT.CSV"
                           DELIMITED BY SIZE
                           INTO WS-MENSAJE-INCIDENTE
                       END-STRING
                       MOVE ENVIOS-REGISTRO TO WS-HALLAZGO-REGISTRO
                       MOVE 8 TO WS-HALLAZGO-SEVERIDAD
                       PERFORM ANOTAR-HALLAZGO
                   END-IF
               END-IF.

      ******************************************************************
      * 3) Operadores de AUDITORIA.LOG contra OPERADORES.DAT.
      ******************************************************************
           COMPROBAR-OPERADORES.
               MOVE 3 TO WS-SECCION.
               MOVE "3) OPERADORES DE AUDITORIA.LOG CONTRA PERFILES DE "
                   & "OPERADORES.DAT Y *DEFECTO*" TO INT-LINEA.
               PERFORM ABRIR-SECCION.
               PERFORM CARGAR-PERFILES.
               OPEN INPUT AUDITORIA-FILE.
               IF WS-AUDITORIA-STATUS = "00"
                   PERFORM LEER-AUDITORIA
               ELSE
                   MOVE "   AUDITORIA.LOG NO PRESENTE" TO INT-LINEA
                   PERFORM ESCRIBIR-LINEA
               END-IF.
               CLOSE AUDITORIA-FILE.
               IF NOT PERFILES-PRESENTES
                   MOVE "   OPERADORES.DAT NO PRESENTE: SIN PERFILES "
                       & "NO HAY RESTRICCIONES QUE COMPROBAR"
                       TO INT-LINEA
                   PERFORM ESCRIBIR-LINEA
               ELSE
                   EVALUATE TRUE
                       WHEN DEFECTO-PRESENTE
                           MOVE "   *DEFECTO* PRESENTE: CUBRE A LOS "
                               & "OPERADORES SIN PERFIL PROPIO"
                               TO INT-LINEA
                           PERFORM ESCRIBIR-LINEA
                       WHEN WS-PERFILES-PERDIDOS > 0
                           PERFORM ANOTAR-PERFILES-PERDIDOS
                       WHEN OTHER
                           MOVE 0 TO WS-A
                           PERFORM COMPROBAR-AUTOR
                               WS-AUTORES-USADOS TIMES
                   END-EVALUATE
               END-IF.
               MOVE WS-AUTORES-USADOS TO WS-COMPROBADOS.
               IF WS-AUTORES-PERDIDOS > 0
                   MOVE WS-AUTORES-PERDIDOS TO WS-EDICION-CONTADOR-1
                   MOVE SPACES TO WS-HALLAZGO-TEXTO
                   STRING "AUDITORIA.LOG: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDICION-CONTADOR-1)
                   DELIMITED BY SIZE
                       " FILAS DE OPERADORES FUERA DE LA TABLA "
                       DELIMITED BY SIZE
                       "INTERNA, SIN COMPROBAR" DELIMITED BY SIZE
                       INTO WS-HALLAZGO-TEXTO
                   END-STRING
                   MOVE "AUDITORIA.LOG CON OPERADORES SIN COMPROBAR"
                       TO WS-MENSAJE-INCIDENTE
                   MOVE 4 TO WS-HALLAZGO-SEVERIDAD
                   PERFORM ANOTAR-HALLAZGO
               END-IF.
               PERFORM CERRAR-SECCION.

      * Sin todos los perfiles en la tabla cualquier operador podria
      * salir huerfano sin serlo; la comprobacion no se hace.
           ANOTAR-PERFILES-PERDIDOS.
               MOVE WS-PERFILES-PERDIDOS TO WS-EDICION-CONTADOR-1.
               MOVE SPACES TO WS-HALLAZGO-TEXTO.
               STRING "OPERADORES.DAT: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDICION-CONTADOR-1)
                   DELIMITED BY SIZE
                   " PERFILES FUERA DE LA TABLA INTERNA, OPERADORES "
                   DELIMITED BY SIZE
                   "SIN COMPROBAR" DELIMITED BY SIZE
                   INTO WS-HALLAZGO-TEXTO
               END-STRING.
               MOVE "OPERADORES.DAT SUPERA LA TABLA DE PERFILES"
                   TO WS-MENSAJE-INCIDENTE.
               MOVE 8 TO WS-HALLAZGO-SEVERIDAD.
               PERFORM ANOTAR-HALLAZGO.

           CARGAR-PERFILES.
               OPEN INPUT OPERADORES-FILE.
               IF WS-OPERADORES-STATUS = "00"
                   SET PERFILES-PRESENTES TO TRUE
                   PERFORM LEER-PERFIL
               END-IF.
               CLOSE OPERADORES-FILE.

           LEER-PERFIL.
               READ OPERADORES-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-OPERADORES-STATUS = "00"
                   IF OPR-ID = "*DEFECTO*"
                       SET DEFECTO-PRESENTE TO TRUE
                   ELSE
                       IF WS-PERFILES-USADOS < WS-PERFILES-MAXIMO
                           ADD 1 TO WS-PERFILES-USADOS
                           MOVE OPR-ID
                               TO WS-PERFIL-ID (WS-PERFILES-USADOS)
                       ELSE
                           ADD 1 TO WS-PERFILES-PERDIDOS
                       END-IF
                   END-IF
                   GO TO LEER-PERFIL
               END-IF.

           LEER-AUDITORIA.
               READ AUDITORIA-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-AUDITORIA-STATUS = "00"
                   PERFORM ANOTAR-AUTOR
                   GO TO LEER-AUDITORIA
               END-IF.

           ANOTAR-AUTOR.
               MOVE 0 TO WS-A-ENCONTRADO.
               MOVE 0 TO WS-A.
               PERFORM BUSCAR-AUTOR WS-AUTORES-USADOS TIMES.
               IF WS-A-ENCONTRADO = 0
                   IF WS-AUTORES-USADOS < WS-AUTORES-MAXIMO
                       ADD 1 TO WS-AUTORES-USADOS
                       MOVE WS-AUTORES-USADOS TO WS-A-ENCONTRADO
                       MOVE AUD-OPERADOR
                           TO WS-AUTOR-ID (WS-A-ENCONTRADO)
                       MOVE 0 TO WS-AUTOR-FILAS (WS-A-ENCONTRADO)
                       MOVE AUD-FECHA
                           TO WS-AUTOR-PRIMERA (WS-A-ENCONTRADO)
                   ELSE
                       ADD 1 TO WS-AUTORES-PERDIDOS
                   END-IF
               END-IF.
               IF WS-A-ENCONTRADO > 0
                   ADD 1 TO WS-AUTOR-FILAS (WS-A-ENCONTRADO)
                   MOVE AUD-FECHA TO WS-AUTOR-ULTIMA (WS-A-ENCONTRADO)
               END-IF.

           BUSCAR-AUTOR.
               ADD 1 TO WS-A.
               IF WS-AUTOR-ID (WS-A) = AUD-OPERADOR
                   MOVE WS-A TO WS-A-ENCONTRADO
               END-IF.

           COMPROBAR-AUTOR.
               ADD 1 TO WS-A.
               MOVE 0 TO WS-P-ENCONTRADO.
               MOVE 0 TO WS-P.
               PERFORM BUSCAR-PERFIL WS-PERFILES-USADOS TIMES.
               IF WS-P-ENCONTRADO = 0
                   MOVE WS-AUTOR-FILAS (WS-A) TO WS-EDICION-CONTADOR-1
                   MOVE SPACES TO WS-HALLAZGO-TEXTO
                   STRING "AUDITORIA.LOG OPERADOR " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AUTOR-ID (WS-A))
                       DELIMITED BY SIZE
                       " SIN PERFIL NI *DEFECTO*: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDICION-CONTADOR-1)
                       DELIMITED BY SIZE
                       " FILAS DEL " DELIMITED BY SIZE
                       WS-AUTOR-PRIMERA (WS-A) DELIMITED BY SIZE
                       " AL " DELIMITED BY SIZE
                       WS-AUTOR-ULTIMA (WS-A) DELIMITED BY SIZE
                       INTO WS-HALLAZGO-TEXTO
                   END-STRING
                   MOVE SPACES TO WS-MENSAJE-INCIDENTE
                   STRING "OPERADOR SIN PERFIL EN AUDITORIA: "
                       DELIMITED BY SIZE
                       WS-AUTOR-ID (WS-A) DELIMITED BY SIZE
                       INTO WS-MENSAJE-INCIDENTE
                   END-STRING
                   MOVE 4 TO WS-HALLAZGO-SEVERIDAD
                   PERFORM ANOTAR-HALLAZGO
               END-IF.

           BUSCAR-PERFIL.
               ADD 1 TO WS-P.
               IF WS-PERFIL-ID (WS-P) = WS-AUTOR-ID (WS-A)
                   MOVE WS-P TO WS-P-ENCONTRADO
               END-IF.

      ******************************************************************
      * 4) RESUMEN.DAT contra CONTROL.DAT.
      ******************************************************************
           COMPROBAR-RESUMEN.
               MOVE 4 TO WS-SECCION.
               MOVE "4) EJECUCIONES DE RESUMEN.DAT CONTRA LA ULTIMA "
                   & "ASIGNADA EN CONTROL.DAT" TO INT-LINEA.
               PERFORM ABRIR-SECCION.
               OPEN INPUT CONTROL-FILE.
               IF WS-CONTROL-STATUS = "00"
                   READ CONTROL-FILE
                       NOT AT END
                           IF CTL-ULTIMA-EJECUCION IS NUMERIC
                               MOVE CTL-ULTIMA-EJECUCION
                                   TO WS-ULTIMA-ASIGNADA
                               SET CONTROL-PRESENTE TO TRUE
                           END-IF
                   END-READ
               END-IF.
               CLOSE CONTROL-FILE.
               MOVE SPACES TO INT-LINEA.
               IF CONTROL-PRESENTE
                   STRING "   ULTIMA EJECUCION EN CONTROL.DAT: "
                       DELIMITED BY SIZE
                       WS-ULTIMA-ASIGNADA DELIMITED BY SIZE
                       INTO INT-LINEA
                   END-STRING
               ELSE
                   MOVE "   CONTROL.DAT NO PRESENTE O NO NUMERICO, "
                       & "SE TOMA 000000" TO INT-LINEA
               END-IF.
               PERFORM ESCRIBIR-LINEA.
               OPEN INPUT RESUMEN-FILE.
               IF WS-RESUMEN-STATUS = "00"
                   PERFORM LEER-RESUMEN
               ELSE
                   MOVE "   RESUMEN.DAT NO PRESENTE" TO INT-LINEA
                   PERFORM ESCRIBIR-LINEA
               END-IF.
               CLOSE RESUMEN-FILE.
               PERFORM CERRAR-SECCION.

           LEER-RESUMEN.
               READ RESUMEN-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-RESUMEN-STATUS = "00"
                   ADD 1 TO WS-COMPROBADOS
                   PERFORM COMPROBAR-FILA-RESUMEN
                   GO TO LEER-RESUMEN
               END-IF.

           COMPROBAR-FILA-RESUMEN.
               IF RES-EJECUCION IS NOT NUMERIC
                   MOVE "RESUMEN.DAT CON NUMERO DE EJECUCION NO VALIDO"
                       TO WS-HALLAZGO-TEXTO
                   MOVE "RESUMEN.DAT CON EJECUCION NO VALIDA"
                       TO WS-MENSAJE-INCIDENTE
                   MOVE RESUMEN-REGISTRO TO WS-HALLAZGO-REGISTRO
                   MOVE 8 TO WS-HALLAZGO-SEVERIDAD
                   PERFORM ANOTAR-HALLAZGO
               ELSE
                   IF RES-EJECUCION > WS-ULTIMA-ASIGNADA
                       MOVE SPACES TO WS-HALLAZGO-TEXTO
                       STRING "RESUMEN.DAT EJECUCION "
                           DELIMITED BY SIZE
                           RES-EJECUCION DELIMITED BY SIZE
                           " DE " DELIMITED BY SIZE
                           RES-OPERADOR DELIMITED BY SPACE
                           " SUPERA LA ULTIMA ASIGNADA "
                           DELIMITED BY SIZE
                           WS-ULTIMA-ASIGNADA DELIMITED BY SIZE
                           INTO WS-HALLAZGO-TEXTO
                       END-STRING
                       MOVE SPACES TO WS-MENSAJE-INCIDENTE
                       STRING "RESUMEN EJEC " DELIMITED BY SIZE
                           RES-EJECUCION DELIMITED BY SIZE
                           " SUPERA CONTROL.DAT " DELIMITED BY SIZE
                           WS-ULTIMA-ASIGNADA DELIMITED BY SIZE
                           INTO WS-MENSAJE-INCIDENTE
                       END-STRING
                       MOVE RESUMEN-REGISTRO TO WS-HALLAZGO-REGISTRO
                       MOVE 8 TO WS-HALLAZGO-SEVERIDAD
                       PERFORM ANOTAR-HALLAZGO
                   END-IF
               END-IF.

      ******************************************************************
      * 5) RECHAZOS.DAT contra sus lineas de entrada. En lote la linea
      * es la posicion en NUMEROS.DAT, en reproceso la posicion en
      * REPROCESO.DAT (con el mismo registro de 80 bytes) y en modo
      * cola la secuencia de la peticion RECHAZADO de TRABAJOS.DAT.
      ******************************************************************
           COMPROBAR-RECHAZOS.
               MOVE 5 TO WS-SECCION.
               MOVE "5) LINEAS DE RECHAZOS.DAT CONTRA NUMEROS.DAT, "
                   & "REPROCESO.DAT Y PETICIONES RECHAZADO DE LA COLA"
                   TO INT-LINEA.
               PERFORM ABRIR-SECCION.
               OPEN INPUT RECHAZOS-FILE.
               IF WS-RECHAZOS-STATUS = "00"
                   PERFORM CARGAR-RECHAZO
               ELSE
                   MOVE "   RECHAZOS.DAT NO PRESENTE" TO INT-LINEA
                   PERFORM ESCRIBIR-LINEA
               END-IF.
               CLOSE RECHAZOS-FILE.
               IF WS-RECHAZOS-USADOS > 0
                   PERFORM CASAR-NUMEROS
                   PERFORM CASAR-REPROCESO
                   PERFORM CASAR-COLA
                   MOVE 0 TO WS-R
                   PERFORM INFORMAR-RECHAZO WS-RECHAZOS-USADOS TIMES
               END-IF.
               IF WS-RECHAZOS-SIN-CARGAR > 0
                   MOVE WS-RECHAZOS-SIN-CARGAR TO WS-EDICION-CONTADOR-1
                   MOVE SPACES TO WS-HALLAZGO-TEXTO
                   STRING "RECHAZOS.DAT: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDICION-CONTADOR-1)
                   DELIMITED BY SIZE
                       " LINEAS FUERA DE LA TABLA INTERNA, SIN "
                       DELIMITED BY SIZE
                       "COMPROBAR" DELIMITED BY SIZE
                       INTO WS-HALLAZGO-TEXTO
                   END-STRING
                   MOVE "RECHAZOS.DAT CON LINEAS SIN COMPROBAR"
                       TO WS-MENSAJE-INCIDENTE
                   MOVE 4 TO WS-HALLAZGO-SEVERIDAD
                   PERFORM ANOTAR-HALLAZGO
               END-IF.
               PERFORM CERRAR-SECCION.

           CARGAR-RECHAZO.
               READ RECHAZOS-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-RECHAZOS-STATUS = "00"
                   ADD 1 TO WS-COMPROBADOS
                   IF WS-RECHAZOS-USADOS < WS-RECHAZOS-MAXIMO
                       ADD 1 TO WS-RECHAZOS-USADOS
                       MOVE WS-RECHAZOS-USADOS TO WS-R
                       MOVE 0 TO WS-RCH-LINEA (WS-R)
                       IF RCH-LINEA IS NUMERIC
                           MOVE RCH-LINEA TO WS-RCH-LINEA (WS-R)
                       END-IF
                       MOVE RCH-REGISTRO TO WS-RCH-REGISTRO (WS-R)
                       MOVE RECHAZOS-REGISTRO TO WS-RCH-FILA (WS-R)
                       MOVE "N" TO WS-RCH-ENCONTRADO (WS-R)
                   ELSE
                       ADD 1 TO WS-RECHAZOS-SIN-CARGAR
                   END-IF
                   GO TO CARGAR-RECHAZO
               END-IF.

           CASAR-NUMEROS.
               MOVE 0 TO WS-LINEA-ENTRADA.
               MOVE "S" TO WS-COMPARAR-REGISTRO.
               OPEN INPUT NUMERO-FILE.
               IF WS-NUMERO-STATUS = "00"
                   PERFORM LEER-NUMERO
               END-IF.
               CLOSE NUMERO-FILE.

           LEER-NUMERO.
               READ NUMERO-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-NUMERO-STATUS = "00"
                   ADD 1 TO WS-LINEA-ENTRADA
                   MOVE NUMERO-REGISTRO TO WS-REGISTRO-ENTRADA
                   MOVE 0 TO WS-R
                   PERFORM CASAR-RECHAZO WS-RECHAZOS-USADOS TIMES
                   GO TO LEER-NUMERO
               END-IF.

           CASAR-REPROCESO.
               MOVE 0 TO WS-LINEA-ENTRADA.
               MOVE "S" TO WS-COMPARAR-REGISTRO.
               OPEN INPUT REPROCESO-FILE.
               IF WS-REPROCESO-STATUS = "00"
                   PERFORM LEER-REPROCESO
               END-IF.
               CLOSE REPROCESO-FILE.

           LEER-REPROCESO.
               READ REPROCESO-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-REPROCESO-STATUS = "00"
                   ADD 1 TO WS-LINEA-ENTRADA
                   MOVE RPR-REGISTRO TO WS-REGISTRO-ENTRADA
                   MOVE 0 TO WS-R
                   PERFORM CASAR-RECHAZO WS-RECHAZOS-USADOS TIMES
                   GO TO LEER-REPROCESO
               END-IF.

           CASAR-COLA.
               MOVE "N" TO WS-COMPARAR-REGISTRO.
               OPEN INPUT TRABAJOS-FILE.
               IF WS-TRABAJOS-STATUS = "00"
                   PERFORM LEER-COLA
               END-IF.
               CLOSE TRABAJOS-FILE.

           LEER-COLA.
               READ TRABAJOS-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-TRABAJOS-STATUS = "00"
                   IF TRB-RECHAZADO AND TRB-SECUENCIA IS NUMERIC
                       MOVE TRB-SECUENCIA TO WS-LINEA-ENTRADA
                       MOVE 0 TO WS-R
                       PERFORM CASAR-RECHAZO WS-RECHAZOS-USADOS TIMES
                   END-IF
                   GO TO LEER-COLA
               END-IF.

           CASAR-RECHAZO.
               ADD 1 TO WS-R.
               IF WS-RCH-LINEA (WS-R) = WS-LINEA-ENTRADA
                   IF WS-COMPARAR-REGISTRO = "N"
                       OR WS-RCH-REGISTRO (WS-R) = WS-REGISTRO-ENTRADA
                       MOVE "S" TO WS-RCH-ENCONTRADO (WS-R)
                   END-IF
               END-IF.

           INFORMAR-RECHAZO.
               ADD 1 TO WS-R.
               IF WS-RCH-ENCONTRADO (WS-R) = "N"
                   MOVE SPACES TO WS-HALLAZGO-TEXTO
                   STRING "RECHAZOS.DAT LINEA " DELIMITED BY SIZE
                       WS-RCH-LINEA (WS-R) DELIMITED BY SIZE
                       " SIN LINEA DE ENTRADA QUE LE CORRESPONDA"
                       DELIMITED BY SIZE
                       INTO WS-HALLAZGO-TEXTO
                   END-STRING
                   MOVE SPACES TO WS-MENSAJE-INCIDENTE
                   STRING "RECHAZO LINEA " DELIMITED BY SIZE
                       WS-RCH-LINEA (WS-R) DELIMITED BY SIZE
                       " SIN LINEA DE ENTRADA" DELIMITED BY SIZE
                       INTO WS-MENSAJE-INCIDENTE
                   END-STRING
                   MOVE WS-RCH-FILA (WS-R) TO WS-HALLAZGO-REGISTRO
                   MOVE 4 TO WS-HALLAZGO-SEVERIDAD
                   PERFORM ANOTAR-HALLAZGO
               END-IF.

           PAGINA-DE-TOTALES.
               PERFORM NUEVA-PAGINA.
               MOVE "RESUMEN DEL BARRIDO" TO INT-LINEA.
               PERFORM ESCRIBIR-LINEA.
               MOVE SPACES TO INT-LINEA.
               PERFORM ESCRIBIR-LINEA.
               MOVE SPACES TO INT-LINEA.
               MOVE "COMPROBACION" TO INT-LINEA.
               MOVE "COMPROBADOS  HALLAZGOS" TO INT-LINEA (62:22).
               PERFORM ESCRIBIR-LINEA.
               MOVE "1) TRABAJOS HECHO / CABECERAS DE TABLAS"
                   TO WS-TOTLST-TEXTO.
               MOVE 1 TO WS-SECCION.
               PERFORM ESCRIBIR-TOTAL-SECCION.
               MOVE "2) ENVIOS / CABECERAS DE EXPORT"
                   TO WS-TOTLST-TEXTO.
               MOVE 2 TO WS-SECCION.
               PERFORM ESCRIBIR-TOTAL-SECCION.
               MOVE "3) OPERADORES DE AUDITORIA / PERFILES"
                   TO WS-TOTLST-TEXTO.
               MOVE 3 TO WS-SECCION.
               PERFORM ESCRIBIR-TOTAL-SECCION.
               MOVE "4) RESUMEN / CONTROL"
                   TO WS-TOTLST-TEXTO.
               MOVE 4 TO WS-SECCION.
               PERFORM ESCRIBIR-TOTAL-SECCION.
               MOVE "5) RECHAZOS / LINEAS DE ENTRADA"
                   TO WS-TOTLST-TEXTO.
               MOVE 5 TO WS-SECCION.
               PERFORM ESCRIBIR-TOTAL-SECCION.
               MOVE SPACES TO INT-LINEA.
               PERFORM ESCRIBIR-LINEA.
               MOVE WS-FUENTES-ABIERTAS TO WS-EDICION-CONTADOR-1.
               MOVE SPACES TO INT-LINEA.
               STRING "FICHEROS DE TABLAS Y EXPORT LEIDOS: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDICION-CONTADOR-1)
                   DELIMITED BY SIZE
                   INTO INT-LINEA
               END-STRING.
               PERFORM ESCRIBIR-LINEA.
               IF WS-PERFILES-PERDIDOS > 0
                   MOVE WS-PERFILES-PERDIDOS TO WS-EDICION-CONTADOR-1
                   MOVE SPACES TO INT-LINEA
                   STRING "PERFILES FUERA DE LA TABLA INTERNA: "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDICION-CONTADOR-1)
                       DELIMITED BY SIZE
                       INTO INT-LINEA
                   END-STRING
                   PERFORM ESCRIBIR-LINEA
               END-IF.
               MOVE WS-HALLAZGOS-TOTAL TO WS-EDICION-CONTADOR-1.
               MOVE SPACES TO INT-LINEA.
               STRING "HALLAZGOS TOTALES: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDICION-CONTADOR-1)
                   DELIMITED BY SIZE
                   "   CONDICION DE RETORNO: " DELIMITED BY SIZE
                   WS-CONDICION-MAXIMA DELIMITED BY SIZE
                   INTO INT-LINEA
               END-STRING.
               PERFORM ESCRIBIR-LINEA.

           ESCRIBIR-TOTAL-SECCION.
               MOVE WS-COMPROBADOS-EN (WS-SECCION)
                   TO WS-TOTLST-COMPROBADOS.
               MOVE WS-HALLAZGOS-EN (WS-SECCION)
                   TO WS-TOTLST-HALLAZGOS.
               MOVE WS-LINEA-TOTAL TO INT-LINEA.
               PERFORM ESCRIBIR-LINEA.


       END PROGRAM integridad.
