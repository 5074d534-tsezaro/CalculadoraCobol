      ******************************************************************
      * Author:
      * Date:
      * Purpose: Repercusion mensual del uso de la calculadora a los
      *          departamentos. Lee AUDITORIA.LOG y sus archivos
      *          AUDITORIA.LOG.*.ARC para un mes AAAAMM y valora cada
      *          tabla generada con la tarifa de TARIFAS.DAT: precio
      *          por tabla de su operacion mas un recargo por cada fila
      *          de multiplicador por encima del limite base de la
      *          tarifa; las tablas servidas desde el maestro (origen
      *          "M") pagan solo el porcentaje reducido de la tarifa.
      *          Cada operador se imputa a su departamento segun
      *          DEPARTAMENTOS.DAT (o el de *DEFECTO*). Produce el
      *          extracto impreso por departamento CARGOS.TXT, en
      *          imagen de impresion de 132 columnas con control de
      *          carro, y el fichero de cargos CARGOS.DAT de formato
      *          fijo para finanzas. Las filas "P", "B" y "R" no se
      *          valoran y aparecen como partida de conciliacion, de
      *          modo que las tablas valoradas cuadran con el recuento
      *          de la auditoria del mes. RETURN-CODE 4 si hay tablas
      *          sin tarifa u operadores sin departamento y 8 si falta
      *          la tarifa o no se puede escribir la salida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cargos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDITORIA-FUENTE-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-FUENTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           SELECT OPTIONAL TARIFAS-FILE ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFAS-STATUS.
           SELECT OPTIONAL DEPARTAMENTOS-FILE
               ASSIGN TO "DEPARTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPARTAMENTOS-STATUS.
           SELECT EXTRACTO-FILE ASSIGN TO "CARGOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACTO-STATUS.
           SELECT CARGOS-FILE ASSIGN TO "CARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARGOS-STATUS.
           SELECT OPTIONAL INCIDENTES-FILE ASSIGN TO "INCIDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-FUENTE-FILE.
       01  AUDITORIA-REGISTRO.
       COPY AUDREG.

      * Una linea por operacion 1-4, por ejemplo
      * "1 00001.50 010 000.0500 050": precio por tabla, limite base,
      * recargo por fila sobre el limite base y porcentaje que pagan
      * las tablas servidas desde el maestro.
       FD  TARIFAS-FILE.
       01  TARIFAS-REGISTRO.
           05 TAR-OPERACION PIC X.
           05 TAR-FILLER1 PIC X.
           05 TAR-PRECIO-TABLA PIC 9(5).99.
           05 TAR-FILLER2 PIC X.
           05 TAR-LIMITE-BASE PIC 999.
           05 TAR-FILLER3 PIC X.
           05 TAR-RECARGO-FILA PIC 9(3).9(4).
           05 TAR-FILLER4 PIC X.
           05 TAR-PORCENTAJE-MAESTRO PIC 999.

       FD  DEPARTAMENTOS-FILE.
       01  DEPARTAMENTOS-REGISTRO.
           05 DEP-OPERADOR PIC X(20).
           05 DEP-FILLER1 PIC X.
           05 DEP-DEPARTAMENTO PIC X(10).

       FD  EXTRACTO-FILE.
       01  EXTRACTO-REGISTRO.
           05 EXT-CARRO PIC X.
           05 EXT-LINEA PIC X(132).

      * Fichero de cargos para finanzas: filas "D" por departamento,
      * operador y operacion, y una fila final "T" con el numero de
      * filas "D" y la suma de sus importes.
       FD  CARGOS-FILE.
       01  CARGOS-REGISTRO.
           05 CRG-TIPO PIC X.
              88 CRG-TIPO-DETALLE VALUE "D".
              88 CRG-TIPO-TOTAL VALUE "T".
           05 CRG-FILLER1 PIC X.
           05 CRG-MES PIC X(6).
           05 CRG-FILLER2 PIC X.
           05 CRG-DATOS PIC X(76).
           05 CRG-DETALLE REDEFINES CRG-DATOS.
              10 CRG-DEPARTAMENTO PIC X(10).
              10 CRG-FILLER3 PIC X.
              10 CRG-OPERADOR PIC X(20).
              10 CRG-FILLER4 PIC X.
              10 CRG-OPERACION PIC X.
              10 CRG-FILLER5 PIC X.
              10 CRG-TABLAS-CALCULADAS PIC 9(7).
              10 CRG-FILLER6 PIC X.
              10 CRG-TABLAS-MAESTRO PIC 9(7).
              10 CRG-FILLER7 PIC X.
              10 CRG-FILAS-RECARGO PIC 9(9).
              10 CRG-FILLER8 PIC X.
              10 CRG-IMPORTE PIC 9(9).99.
              10 FILLER PIC X(4).
           05 CRG-TOTAL REDEFINES CRG-DATOS.
              10 CRG-TOT-FILAS PIC 9(9).
              10 CRG-FILLER9 PIC X.
              10 CRG-TOT-TABLAS PIC 9(9).
              10 CRG-FILLER10 PIC X.
              10 CRG-TOT-IMPORTE PIC 9(11).99.
              10 FILLER PIC X(42).

       FD  INCIDENTES-FILE.
       01  INCIDENTES-REGISTRO.
       COPY INCREG.

       WORKING-STORAGE SECTION.

       01 WS-AUDITORIA-STATUS PIC XX.
       01 WS-TARIFAS-STATUS PIC XX.
       01 WS-DEPARTAMENTOS-STATUS PIC XX.
       01 WS-EXTRACTO-STATUS PIC XX.
       01 WS-CARGOS-STATUS PIC XX.
       01 WS-INCIDENTES-STATUS PIC XX.

       01 WS-NOMBRE-FUENTE PIC X(30).

       01 WS-OPERADOR-ID PIC X(20).
       01 WS-MENSAJE-INCIDENTE PIC X(60).
       01 WS-SEVERIDAD-INCIDENTE PIC 99.
       01 WS-CONDICION-MAXIMA PIC 99 VALUE 0.

       01 WS-FECHA-HOY PIC X(8).
       01 WS-HORA-AHORA PIC X(6).
       01 WS-FECHA-HOY-NUM PIC 9(8).

       01 WS-ENTRADA PIC X(12).
       01 WS-REINTENTOS PIC 9(3) VALUE 0.
       01 WS-MAX-REINTENTOS PIC 9(3) VALUE 20.

       01 WS-MES PIC X(6).
       01 WS-MES-NUM PIC 9(6).
       01 WS-FECHA-DESDE PIC X(8).
       01 WS-FECHA-HASTA PIC X(8).
       01 WS-FECHA-DESDE-NUM PIC 9(8).
       01 WS-DIAS-ENTERO PIC 9(8).
       01 WS-FECHA-GEN-NUM PIC 9(8).
       01 WS-FECHA-GEN PIC X(8).
       01 WS-FUENTES-ABIERTAS PIC 9(5) VALUE 0.

       01 WS-TABLA-TARIFAS.
           05 WS-TARIFA-ENTRADA OCCURS 4.
              10 WS-TARIFA-CARGADA PIC X.
              10 WS-TARIFA-PRECIO PIC 9(5)V99.
              10 WS-TARIFA-LIMITE PIC 999.
              10 WS-TARIFA-RECARGO PIC 9(3)V9(4).
              10 WS-TARIFA-PORCENTAJE PIC 999.
       01 WS-TARIFAS-CARGADAS PIC 9 VALUE 0.
       01 WS-TARIFAS-INVALIDAS PIC 9(5) VALUE 0.
       01 WS-P PIC 9.

       01 WS-DEPENDENCIAS-MAXIMO PIC 9(3) VALUE 300.
       01 WS-DEPENDENCIAS-USADAS PIC 9(3) VALUE 0.
       01 WS-DEPENDENCIAS-PERDIDAS PIC 9(5) VALUE 0.
       01 WS-R PIC 9(3).
       01 WS-TABLA-DEPENDENCIAS.
           05 WS-DEPENDENCIA-ENTRADA OCCURS 300.
              10 WS-DEPENDENCIA-OPERADOR PIC X(20).
              10 WS-DEPENDENCIA-DEPARTAMENTO PIC X(10).
       01 WS-DEPARTAMENTO-DEFECTO PIC X(10) VALUE SPACES.
       01 WS-DEPARTAMENTO-HALLADO PIC X(10).
       01 WS-SIN-DEPARTAMENTO PIC X(10) VALUE "SIN-DEPTO".

       01 WS-CARGOS-MAXIMO PIC 9(3) VALUE 400.
       01 WS-CARGOS-USADOS PIC 9(3) VALUE 0.
       01 WS-CARGOS-PERDIDOS PIC 9(7) VALUE 0.
       01 WS-C PIC 9(3).
       01 WS-C2 PIC 9(3).
       01 WS-TABLA-CARGOS.
           05 WS-CARGO-ENTRADA OCCURS 400.
              10 WS-CARGO-CLAVE.
                 15 WS-CARGO-DEPARTAMENTO PIC X(10).
                 15 WS-CARGO-OPERADOR PIC X(20).
                 15 WS-CARGO-OPERACION PIC X.
              10 WS-CARGO-CALCULADAS PIC 9(7).
              10 WS-CARGO-MAESTRO PIC 9(7).
              10 WS-CARGO-FILAS PIC 9(9).
              10 WS-CARGO-IMPORTE PIC 9(9)V99.
       01 WS-CARGO-AUXILIAR PIC X(65).
       01 WS-CLAVE-BUSCADA.
           05 WS-BUSCADA-DEPARTAMENTO PIC X(10).
           05 WS-BUSCADA-OPERADOR PIC X(20).
           05 WS-BUSCADA-OPERACION PIC X.

       01 WS-EXCESO-FILAS PIC 9(3).
       01 WS-IMPORTE-TABLA PIC 9(7)V9(4).
       01 WS-IMPORTE-REDONDEADO PIC 9(7)V99.

       01 WS-FILAS-MES PIC 9(9) VALUE 0.
       01 WS-TABLAS-VALORADAS PIC 9(9) VALUE 0.
       01 WS-TABLAS-SIN-TARIFA PIC 9(9) VALUE 0.
       01 WS-CAMBIOS-PARAMETROS PIC 9(9) VALUE 0.
       01 WS-BAJAS-MAESTRO PIC 9(9) VALUE 0.
       01 WS-RECHAZOS-PERFIL PIC 9(9) VALUE 0.
       01 WS-OTRAS-FILAS PIC 9(9) VALUE 0.
       01 WS-ENTRADAS-INVALIDAS PIC 9(9) VALUE 0.
       01 WS-OPERADORES-SIN-DEPTO PIC 9(9) VALUE 0.
       01 WS-IMPORTE-GENERAL PIC 9(11)V99 VALUE 0.
       01 WS-FILAS-CARGO PIC 9(9) VALUE 0.
       01 WS-CUADRE PIC 9(9).

       01 WS-DEPARTAMENTO-ACTUAL PIC X(10).
       01 WS-DEPTO-CALCULADAS PIC 9(9).
       01 WS-DEPTO-MAESTRO PIC 9(9).
       01 WS-DEPTO-FILAS PIC 9(9).
       01 WS-DEPTO-IMPORTE PIC 9(11)V99.

       01 WS-LINEAS-MAXIMO PIC 99 VALUE 60.
       01 WS-LINEAS-PAGINA PIC 99 VALUE 99.
       01 WS-PAGINA PIC 9(4) VALUE 0.

       01 WS-LINEA-CABECERA.
           05 FILLER PIC X(20) VALUE "EXTRACTO DE CARGOS  ".
           05 FILLER PIC X(14) VALUE "DEPARTAMENTO  ".
           05 WS-CABEXT-DEPARTAMENTO PIC X(10).
           05 FILLER PIC X(8) VALUE "   MES  ".
           05 WS-CABEXT-MES PIC X(6).
           05 FILLER PIC X(13) VALUE "   EMITIDO  ".
           05 WS-CABEXT-FECHA PIC X(8).
           05 FILLER PIC X(10) VALUE "   PAGINA ".
           05 WS-CABEXT-PAGINA PIC ZZZ9.
           05 FILLER PIC X(39) VALUE SPACES.

       01 WS-LINEA-COLUMNAS.
           05 FILLER PIC X(25) VALUE "   OPERADOR".
           05 FILLER PIC X(13) VALUE "OPERACION".
           05 FILLER PIC X(14) VALUE "  CALCULADAS".
           05 FILLER PIC X(14) VALUE "     MAESTRO".
           05 FILLER PIC X(16) VALUE "  FILAS RECARGO".
           05 FILLER PIC X(16) VALUE "         IMPORTE".
           05 FILLER PIC X(34) VALUE SPACES.

       01 WS-LINEA-GUIONES.
           05 FILLER PIC X(25) VALUE "   --------".
           05 FILLER PIC X(13) VALUE "---------".
           05 FILLER PIC X(14) VALUE "  ----------".
           05 FILLER PIC X(14) VALUE "     -------".
           05 FILLER PIC X(16) VALUE "  -------------".
           05 FILLER PIC X(16) VALUE "         -------".
           05 FILLER PIC X(34) VALUE SPACES.

       01 WS-LINEA-CARGO.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-LINCRG-OPERADOR PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LINCRG-OPERACION PIC X(13).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-LINCRG-CALCULADAS PIC ZZZZZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-LINCRG-MAESTRO PIC ZZZZZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-LINCRG-FILAS PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LINCRG-IMPORTE PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(37) VALUE SPACES.

       01 WS-LINEA-TOTAL.
           05 WS-TOTEXT-TEXTO PIC X(36).
           05 WS-TOTEXT-CIFRA PIC ZZZZZZZZ9.
           05 FILLER PIC X(87) VALUE SPACES.

       01 WS-LINEA-IMPORTE.
           05 WS-IMPEXT-TEXTO PIC X(36).
           05 WS-IMPEXT-CIFRA PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERADOR-ID = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR-ID
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.
           PERFORM FIJAR-MES-ANTERIOR.
           PERFORM PEDIR-MES THRU PEDIR-MES-FIN.
           MOVE SPACES TO WS-FECHA-DESDE.
           STRING WS-MES "01" DELIMITED BY SIZE
               INTO WS-FECHA-DESDE
           END-STRING.
           MOVE SPACES TO WS-FECHA-HASTA.
           STRING WS-MES "31" DELIMITED BY SIZE
               INTO WS-FECHA-HASTA
           END-STRING.
           PERFORM CARGAR-TARIFAS.
           IF WS-TARIFAS-CARGADAS = 0
               DISPLAY "TARIFAS.DAT no existe o no tiene tarifas "
                   "validas, no se puede valorar."
               MOVE "TARIFAS.DAT AUSENTE O SIN TARIFAS VALIDAS"
                   TO WS-MENSAJE-INCIDENTE
               MOVE 8 TO WS-SEVERIDAD-INCIDENTE
               PERFORM GRABAR-INCIDENTE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGAR-DEPARTAMENTOS.
           PERFORM ABRIR-SALIDAS.
           MOVE "AUDITORIA.LOG" TO WS-NOMBRE-FUENTE.
           PERFORM PROCESAR-FUENTE.
           PERFORM RECORRER-GENERACIONES
               THRU RECORRER-GENERACIONES-FIN.
           PERFORM ORDENAR-CARGOS THRU ORDENAR-CARGOS-FIN.
           MOVE SPACES TO WS-DEPARTAMENTO-ACTUAL.
           MOVE 0 TO WS-C.
           PERFORM EMITIR-CARGO WS-CARGOS-USADOS TIMES.
           IF WS-DEPARTAMENTO-ACTUAL NOT = SPACES
               PERFORM CERRAR-DEPARTAMENTO
           END-IF.
           PERFORM GRABAR-TOTAL-CARGOS.
           PERFORM PAGINA-DE-CONCILIACION.

           FINALIZAR.
               CLOSE EXTRACTO-FILE
               CLOSE CARGOS-FILE
               DISPLAY "Extracto en CARGOS.TXT, cargos en CARGOS.DAT"
               DISPLAY "Condicion maxima...: " WS-CONDICION-MAXIMA
               MOVE WS-CONDICION-MAXIMA TO RETURN-CODE
               STOP RUN.

           ANOTAR-AVISO.
               IF WS-CONDICION-MAXIMA < 4
                   MOVE 4 TO WS-CONDICION-MAXIMA
               END-IF.

           ANOTAR-ERROR.
               IF WS-CONDICION-MAXIMA < 8
                   MOVE 8 TO WS-CONDICION-MAXIMA
               END-IF.

           GRABAR-INCIDENTE.
               OPEN EXTEND INCIDENTES-FILE.
               IF WS-INCIDENTES-STATUS = "00" OR "05"
                   MOVE SPACES TO INCIDENTES-REGISTRO
                   ACCEPT INC-FECHA FROM DATE YYYYMMDD
                   ACCEPT INC-HORA FROM TIME
                   MOVE "CARGOS" TO INC-PROGRAMA
                   MOVE WS-OPERADOR-ID TO INC-OPERADOR
                   MOVE WS-SEVERIDAD-INCIDENTE TO INC-SEVERIDAD
                   MOVE "N" TO INC-REVISADO
                   MOVE WS-MENSAJE-INCIDENTE TO INC-MENSAJE
                   WRITE INCIDENTES-REGISTRO
                   CLOSE INCIDENTES-FILE
               END-IF.

      * Por defecto se repercute el mes anterior al de hoy, que es el
      * que ya esta cerrado.
           FIJAR-MES-ANTERIOR.
               MOVE WS-FECHA-HOY (1:6) TO WS-MES-NUM.
               IF WS-FECHA-HOY (5:2) = "01"
                   SUBTRACT 89 FROM WS-MES-NUM
               ELSE
                   SUBTRACT 1 FROM WS-MES-NUM
               END-IF.
               MOVE WS-MES-NUM TO WS-MES.

           PEDIR-MES.
               DISPLAY "Mes a repercutir AAAAMM (INTRO = "
                   WS-MES "): ".
               ACCEPT WS-ENTRADA.
               IF WS-ENTRADA = SPACES
                   GO TO PEDIR-MES-FIN
               END-IF.
               IF WS-ENTRADA (1:6) IS NUMERIC
                   AND WS-ENTRADA (5:2) >= "01"
                   AND WS-ENTRADA (5:2) <= "12"
                   AND WS-ENTRADA (7:6) = SPACES
                   MOVE WS-ENTRADA (1:6) TO WS-MES
               ELSE
                   PERFORM CONTAR-REINTENTO
                   DISPLAY "Valor no valido, debe ser AAAAMM."
                   GO TO PEDIR-MES
               END-IF.

           PEDIR-MES-FIN.
               MOVE 0 TO WS-REINTENTOS.

           CONTAR-REINTENTO.
               ADD 1 TO WS-REINTENTOS.
               IF WS-REINTENTOS > WS-MAX-REINTENTOS
                   DISPLAY "No se ha recibido una entrada valida, "
                       "abortando."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           CARGAR-TARIFAS.
               MOVE 0 TO WS-P.
               PERFORM LIMPIAR-TARIFA 4 TIMES.
               OPEN INPUT TARIFAS-FILE.
               IF WS-TARIFAS-STATUS = "00"
                   PERFORM LEER-TARIFA
               END-IF.
               CLOSE TARIFAS-FILE.

           LIMPIAR-TARIFA.
               ADD 1 TO WS-P.
               MOVE "N" TO WS-TARIFA-CARGADA (WS-P).
               MOVE 0 TO WS-TARIFA-PRECIO (WS-P)
                   WS-TARIFA-LIMITE (WS-P) WS-TARIFA-RECARGO (WS-P).
               MOVE 100 TO WS-TARIFA-PORCENTAJE (WS-P).

           LEER-TARIFA.
               READ TARIFAS-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-TARIFAS-STATUS = "00"
                   IF (TAR-OPERACION = "1" OR "2" OR "3" OR "4")
                       AND FUNCTION TEST-NUMVAL(TAR-PRECIO-TABLA) = 0
                       AND TAR-LIMITE-BASE IS NUMERIC
                       AND FUNCTION TEST-NUMVAL(TAR-RECARGO-FILA) = 0
                       AND TAR-PORCENTAJE-MAESTRO IS NUMERIC
                       AND TAR-PORCENTAJE-MAESTRO NOT > 100
                       MOVE TAR-OPERACION TO WS-P
                       IF WS-TARIFA-CARGADA (WS-P) = "N"
                           ADD 1 TO WS-TARIFAS-CARGADAS
                       END-IF
                       MOVE "S" TO WS-TARIFA-CARGADA (WS-P)
                       MOVE TAR-PRECIO-TABLA
                           TO WS-TARIFA-PRECIO (WS-P)
                       MOVE TAR-LIMITE-BASE TO WS-TARIFA-LIMITE (WS-P)
                       MOVE TAR-RECARGO-FILA
                           TO WS-TARIFA-RECARGO (WS-P)
                       MOVE TAR-PORCENTAJE-MAESTRO
                           TO WS-TARIFA-PORCENTAJE (WS-P)
                   ELSE
                       IF TARIFAS-REGISTRO NOT = SPACES
                           ADD 1 TO WS-TARIFAS-INVALIDAS
                       END-IF
                   END-IF
                   GO TO LEER-TARIFA
               END-IF.

           CARGAR-DEPARTAMENTOS.
               OPEN INPUT DEPARTAMENTOS-FILE.
               IF WS-DEPARTAMENTOS-STATUS = "00"
                   PERFORM LEER-DEPARTAMENTO
               END-IF.
               CLOSE DEPARTAMENTOS-FILE.

           LEER-DEPARTAMENTO.
               READ DEPARTAMENTOS-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-DEPARTAMENTOS-STATUS = "00"
                   IF DEP-OPERADOR NOT = SPACES
                       AND DEP-DEPARTAMENTO NOT = SPACES
                       IF DEP-OPERADOR = "*DEFECTO*"
                           MOVE DEP-DEPARTAMENTO
                               TO WS-DEPARTAMENTO-DEFECTO
                       ELSE
                           IF WS-DEPENDENCIAS-USADAS
                               < WS-DEPENDENCIAS-MAXIMO
                               ADD 1 TO WS-DEPENDENCIAS-USADAS
                               MOVE DEP-OPERADOR TO
                                   WS-DEPENDENCIA-OPERADOR
                                   (WS-DEPENDENCIAS-USADAS)
                               MOVE DEP-DEPARTAMENTO TO
                                   WS-DEPENDENCIA-DEPARTAMENTO
                                   (WS-DEPENDENCIAS-USADAS)
                           ELSE
                               ADD 1 TO WS-DEPENDENCIAS-PERDIDAS
                           END-IF
                       END-IF
                   END-IF
                   GO TO LEER-DEPARTAMENTO
               END-IF.

           ABRIR-SALIDAS.
               OPEN OUTPUT EXTRACTO-FILE.
               IF WS-EXTRACTO-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir CARGOS.TXT (estado "
                       WS-EXTRACTO-STATUS "), abortando."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT CARGOS-FILE.
               IF WS-CARGOS-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir CARGOS.DAT (estado "
                       WS-CARGOS-STATUS "), abortando."
                   CLOSE EXTRACTO-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           RECORRER-GENERACIONES.
               MOVE WS-FECHA-DESDE (1:8) TO WS-FECHA-DESDE-NUM.
               COMPUTE WS-DIAS-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE-NUM).

           RECORRER-UNA-GENERACION.
               COMPUTE WS-FECHA-GEN-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO).
               IF WS-FECHA-GEN-NUM > WS-FECHA-HOY-NUM
                   GO TO RECORRER-GENERACIONES-FIN
               END-IF.
               MOVE WS-FECHA-GEN-NUM TO WS-FECHA-GEN.
               MOVE SPACES TO WS-NOMBRE-FUENTE.
               STRING "AUDITORIA.LOG." DELIMITED BY SIZE
                   WS-FECHA-GEN DELIMITED BY SIZE
                   ".ARC" DELIMITED BY SIZE
                   INTO WS-NOMBRE-FUENTE
               END-STRING.
               PERFORM PROCESAR-FUENTE.
               ADD 1 TO WS-DIAS-ENTERO.
               GO TO RECORRER-UNA-GENERACION.

           RECORRER-GENERACIONES-FIN.
               CONTINUE.

           PROCESAR-FUENTE.
               OPEN INPUT AUDITORIA-FUENTE-FILE.
               IF WS-AUDITORIA-STATUS = "00"
                   ADD 1 TO WS-FUENTES-ABIERTAS
                   PERFORM LEER-AUDITORIA
               END-IF.
               CLOSE AUDITORIA-FUENTE-FILE.

           LEER-AUDITORIA.
               READ AUDITORIA-FUENTE-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-AUDITORIA-STATUS = "00"
                   PERFORM VALORAR-AUDITORIA
                       THRU VALORAR-AUDITORIA-FIN
                   GO TO LEER-AUDITORIA
               END-IF.

           VALORAR-AUDITORIA.
               IF AUD-FECHA IS NOT NUMERIC
                   ADD 1 TO WS-ENTRADAS-INVALIDAS
                   GO TO VALORAR-AUDITORIA-FIN
               END-IF.
               IF AUD-FECHA < WS-FECHA-DESDE
                   OR AUD-FECHA > WS-FECHA-HASTA
                   GO TO VALORAR-AUDITORIA-FIN
               END-IF.
               ADD 1 TO WS-FILAS-MES.
               EVALUATE AUD-OPERACION
                   WHEN "P"
                       ADD 1 TO WS-CAMBIOS-PARAMETROS
                       GO TO VALORAR-AUDITORIA-FIN
                   WHEN "B"
                       ADD 1 TO WS-BAJAS-MAESTRO
                       GO TO VALORAR-AUDITORIA-FIN
                   WHEN "R"
                       ADD 1 TO WS-RECHAZOS-PERFIL
                       GO TO VALORAR-AUDITORIA-FIN
                   WHEN "1"
                   WHEN "2"
                   WHEN "3"
                   WHEN "4"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-OTRAS-FILAS
                       GO TO VALORAR-AUDITORIA-FIN
               END-EVALUATE.
               MOVE AUD-OPERACION TO WS-P.
               PERFORM BUSCAR-DEPARTAMENTO.
               MOVE WS-DEPARTAMENTO-HALLADO TO WS-BUSCADA-DEPARTAMENTO.
               MOVE AUD-OPERADOR TO WS-BUSCADA-OPERADOR.
               MOVE AUD-OPERACION TO WS-BUSCADA-OPERACION.
               MOVE 1 TO WS-C.
               PERFORM BUSCAR-CARGO.
               IF WS-C > WS-CARGOS-MAXIMO
                   ADD 1 TO WS-CARGOS-PERDIDOS
                   PERFORM ANOTAR-ERROR
                   GO TO VALORAR-AUDITORIA-FIN
               END-IF.
               ADD 1 TO WS-TABLAS-VALORADAS.
               IF WS-TARIFA-CARGADA (WS-P) = "N"
                   ADD 1 TO WS-TABLAS-SIN-TARIFA
                   PERFORM ANOTAR-AVISO
               END-IF.
               MOVE 0 TO WS-EXCESO-FILAS.
               IF AUD-LIMITE IS NUMERIC
                   AND AUD-LIMITE > WS-TARIFA-LIMITE (WS-P)
                   COMPUTE WS-EXCESO-FILAS =
                       AUD-LIMITE - WS-TARIFA-LIMITE (WS-P)
               END-IF.
               COMPUTE WS-IMPORTE-TABLA = WS-TARIFA-PRECIO (WS-P)
                   + WS-EXCESO-FILAS * WS-TARIFA-RECARGO (WS-P).
               IF AUD-ORIGEN = "M"
                   COMPUTE WS-IMPORTE-TABLA = WS-IMPORTE-TABLA
                       * WS-TARIFA-PORCENTAJE (WS-P) / 100
                   ADD 1 TO WS-CARGO-MAESTRO (WS-C)
               ELSE
                   ADD 1 TO WS-CARGO-CALCULADAS (WS-C)
               END-IF.
               COMPUTE WS-IMPORTE-REDONDEADO ROUNDED =
                   WS-IMPORTE-TABLA.
               ADD WS-IMPORTE-REDONDEADO TO WS-CARGO-IMPORTE (WS-C).
               ADD WS-EXCESO-FILAS TO WS-CARGO-FILAS (WS-C).

           VALORAR-AUDITORIA-FIN.
               CONTINUE.

           BUSCAR-DEPARTAMENTO.
               MOVE SPACES TO WS-DEPARTAMENTO-HALLADO.
               MOVE 0 TO WS-R.
               PERFORM BUSCAR-UNA-DEPENDENCIA
                   WS-DEPENDENCIAS-USADAS TIMES.
               IF WS-DEPARTAMENTO-HALLADO = SPACES
                   IF WS-DEPARTAMENTO-DEFECTO NOT = SPACES
                       MOVE WS-DEPARTAMENTO-DEFECTO
                           TO WS-DEPARTAMENTO-HALLADO
                   ELSE
                       MOVE WS-SIN-DEPARTAMENTO
                           TO WS-DEPARTAMENTO-HALLADO
                       ADD 1 TO WS-OPERADORES-SIN-DEPTO
                       PERFORM ANOTAR-AVISO
                   END-IF
               END-IF.

           BUSCAR-UNA-DEPENDENCIA.
               ADD 1 TO WS-R.
               IF WS-DEPENDENCIA-OPERADOR (WS-R) = AUD-OPERADOR
                   AND WS-DEPARTAMENTO-HALLADO = SPACES
                   MOVE WS-DEPENDENCIA-DEPARTAMENTO (WS-R)
                       TO WS-DEPARTAMENTO-HALLADO
               END-IF.

           BUSCAR-CARGO.
               IF WS-C NOT > WS-CARGOS-MAXIMO
                   IF WS-C > WS-CARGOS-USADOS
                       MOVE WS-C TO WS-CARGOS-USADOS
                       MOVE WS-CLAVE-BUSCADA TO WS-CARGO-CLAVE (WS-C)
                       MOVE 0 TO WS-CARGO-CALCULADAS (WS-C)
                           WS-CARGO-MAESTRO (WS-C)
                           WS-CARGO-FILAS (WS-C)
                           WS-CARGO-IMPORTE (WS-C)
                   ELSE
                       IF WS-CARGO-CLAVE (WS-C) NOT = WS-CLAVE-BUSCADA
                           ADD 1 TO WS-C
                           GO TO BUSCAR-CARGO
                       END-IF
                   END-IF
               END-IF.

      * Ordenacion por departamento, operador y operacion para que el
      * extracto salga agrupado por departamento.
           ORDENAR-CARGOS.
               IF WS-CARGOS-USADOS < 2
                   GO TO ORDENAR-CARGOS-FIN
               END-IF.
               MOVE 1 TO WS-C.

           ORDENAR-PASADA.
               MOVE WS-C TO WS-C2.

           ORDENAR-COMPARAR.
               ADD 1 TO WS-C2.
               IF WS-C2 NOT > WS-CARGOS-USADOS
                   IF WS-CARGO-CLAVE (WS-C2) < WS-CARGO-CLAVE (WS-C)
                       MOVE WS-CARGO-ENTRADA (WS-C)
                           TO WS-CARGO-AUXILIAR
                       MOVE WS-CARGO-ENTRADA (WS-C2)
                           TO WS-CARGO-ENTRADA (WS-C)
                       MOVE WS-CARGO-AUXILIAR
                           TO WS-CARGO-ENTRADA (WS-C2)
                   END-IF
                   GO TO ORDENAR-COMPARAR
               END-IF.
               ADD 1 TO WS-C.
               IF WS-C < WS-CARGOS-USADOS
                   GO TO ORDENAR-PASADA
               END-IF.

           ORDENAR-CARGOS-FIN.
               CONTINUE.

           EMITIR-CARGO.
               ADD 1 TO WS-C.
               IF WS-CARGO-DEPARTAMENTO (WS-C)
                   NOT = WS-DEPARTAMENTO-ACTUAL
                   IF WS-DEPARTAMENTO-ACTUAL NOT = SPACES
                       PERFORM CERRAR-DEPARTAMENTO
                   END-IF
                   MOVE WS-CARGO-DEPARTAMENTO (WS-C)
                       TO WS-DEPARTAMENTO-ACTUAL
                   MOVE 0 TO WS-DEPTO-CALCULADAS WS-DEPTO-MAESTRO
                       WS-DEPTO-FILAS WS-DEPTO-IMPORTE
                   PERFORM NUEVA-PAGINA
               END-IF.
               IF WS-LINEAS-PAGINA NOT < WS-LINEAS-MAXIMO
                   PERFORM NUEVA-PAGINA
               END-IF.
               MOVE WS-CARGO-OPERADOR (WS-C) TO WS-LINCRG-OPERADOR.
               EVALUATE WS-CARGO-OPERACION (WS-C)
                   WHEN "1"
                       MOVE "1 MULTIPLICAR" TO WS-LINCRG-OPERACION
                   WHEN "2"
                       MOVE "2 SUMAR" TO WS-LINCRG-OPERACION
                   WHEN "3"
                       MOVE "3 RESTAR" TO WS-LINCRG-OPERACION
                   WHEN OTHER
                       MOVE "4 DIVIDIR" TO WS-LINCRG-OPERACION
               END-EVALUATE.
               MOVE WS-CARGO-OPERACION (WS-C) TO WS-P.
               IF WS-TARIFA-CARGADA (WS-P) = "N"
                   MOVE "  SIN TARIFA" TO WS-LINCRG-OPERACION (2:12)
               END-IF.
               MOVE WS-CARGO-CALCULADAS (WS-C) TO WS-LINCRG-CALCULADAS.
               MOVE WS-CARGO-MAESTRO (WS-C) TO WS-LINCRG-MAESTRO.
               MOVE WS-CARGO-FILAS (WS-C) TO WS-LINCRG-FILAS.
               MOVE WS-CARGO-IMPORTE (WS-C) TO WS-LINCRG-IMPORTE.
               MOVE SPACE TO EXT-CARRO.
               MOVE WS-LINEA-CARGO TO EXT-LINEA.
               PERFORM ESCRIBIR-EXTRACTO.
               ADD WS-CARGO-CALCULADAS (WS-C) TO WS-DEPTO-CALCULADAS.
               ADD WS-CARGO-MAESTRO (WS-C) TO WS-DEPTO-MAESTRO.
               ADD WS-CARGO-FILAS (WS-C) TO WS-DEPTO-FILAS.
               ADD WS-CARGO-IMPORTE (WS-C) TO WS-DEPTO-IMPORTE.
               ADD WS-CARGO-IMPORTE (WS-C) TO WS-IMPORTE-GENERAL.
               PERFORM GRABAR-CARGO.

           NUEVA-PAGINA.
               ADD 1 TO WS-PAGINA.
               MOVE WS-DEPARTAMENTO-ACTUAL TO WS-CABEXT-DEPARTAMENTO.
               MOVE WS-MES TO WS-CABEXT-MES.
               MOVE WS-FECHA-HOY TO WS-CABEXT-FECHA.
               MOVE WS-PAGINA TO WS-CABEXT-PAGINA.
               MOVE "1" TO EXT-CARRO.
               MOVE WS-LINEA-CABECERA TO EXT-LINEA.
               PERFORM ESCRIBIR-EXTRACTO.
               MOVE SPACE TO EXT-CARRO.
               MOVE SPACES TO EXT-LINEA.
               PERFORM ESCRIBIR-EXTRACTO.
               MOVE WS-LINEA-COLUMNAS TO EXT-LINEA.
               PERFORM ESCRIBIR-EXTRACTO.
               MOVE WS-LINEA-GUIONES TO EXT-LINEA.
               PERFORM ESCRIBIR-EXTRACTO.
               MOVE 4 TO WS-LINEAS-PAGINA.

           CERRAR-DEPARTAMENTO.
               MOVE SPACE TO EXT-CARRO.
               MOVE SPACES TO EXT-LINEA.
               PERFORM ESCRIBIR-EXTRACTO.
               MOVE "TABLAS CALCULADAS..................:"
                   TO WS-TOTEXT-TEXTO.
               MOVE WS-DEPTO-CALCULADAS TO WS-TOTEXT-CIFRA.
               MOVE WS-LINEA-TOTAL TO EXT-LINEA.
               PERFORM ESCRIBIR-EXTRACTO.
               MOVE "TABLAS SERVIDAS DESDE EL MAESTRO...:"
                   TO WS-TOTEXT-TEXTO.
               MOVE WS-DEPTO-MAESTRO TO WS-TOTEXT-CIFRA.
               MOVE WS-LINEA-TOTAL TO EXT-LINEA.
               PERFORM ESCRIBIR-EXTRACTO.
               MOVE "FILAS CON RECARGO..................:"
                   TO WS-TOTEXT-TEXTO.
               MOVE WS-DEPTO-FILAS TO WS-TOTEXT-CIFRA.
               MOVE WS-LINEA-TOTAL TO EXT-LINEA.
               PERFORM ESCRIBIR-EXTRACTO.
               MOVE "IMPORTE DEL DEPARTAMENTO...........:"
                   TO WS-IMPEXT-TEXTO.
               MOVE WS-DEPTO-IMPORTE TO WS-IMPEXT-CIFRA.
               MOVE WS-LINEA-IMPORTE TO EXT-LINEA.
               PERFORM ESCRIBIR-EXTRACTO.

           ESCRIBIR-EXTRACTO.
               WRITE EXTRACTO-REGISTRO.
               ADD 1 TO WS-LINEAS-PAGINA.
               IF WS-EXTRACTO-STATUS NOT = "00"
                   DISPLAY "Aviso: fallo de escritura en CARGOS.TXT "
                       "(estado " WS-EXTRACTO-STATUS ")."
                   PERFORM ANOTAR-ERROR
               END-IF.

           GRABAR-CARGO.
               MOVE SPACES TO CARGOS-REGISTRO.
               SET CRG-TIPO-DETALLE TO TRUE.
               MOVE WS-MES TO CRG-MES.
               MOVE WS-CARGO-DEPARTAMENTO (WS-C) TO CRG-DEPARTAMENTO.
               MOVE WS-CARGO-OPERADOR (WS-C) TO CRG-OPERADOR.
               MOVE WS-CARGO-OPERACION (WS-C) TO CRG-OPERACION.
               MOVE WS-CARGO-CALCULADAS (WS-C)
                   TO CRG-TABLAS-CALCULADAS.
               MOVE WS-CARGO-MAESTRO (WS-C) TO CRG-TABLAS-MAESTRO.
               MOVE WS-CARGO-FILAS (WS-C) TO CRG-FILAS-RECARGO.
               MOVE WS-CARGO-IMPORTE (WS-C) TO CRG-IMPORTE.
               PERFORM ESCRIBIR-CARGO.
               ADD 1 TO WS-FILAS-CARGO.

           GRABAR-TOTAL-CARGOS.
               MOVE SPACES TO CARGOS-REGISTRO.
               SET CRG-TIPO-TOTAL TO TRUE.
               MOVE WS-MES TO CRG-MES.
               MOVE WS-FILAS-CARGO TO CRG-TOT-FILAS.
               MOVE WS-TABLAS-VALORADAS TO CRG-TOT-TABLAS.
               MOVE WS-IMPORTE-GENERAL TO CRG-TOT-IMPORTE.
               PERFORM ESCRIBIR-CARGO.

           ESCRIBIR-CARGO.
               WRITE CARGOS-REGISTRO.
               IF WS-CARGOS-STATUS NOT = "00"
                   DISPLAY "Aviso: fallo de escritura en CARGOS.DAT "
                       "(estado " WS-CARGOS-STATUS ")."
                   PERFORM ANOTAR-ERROR
               END-IF.

      * La conciliacion demuestra que las filas de auditoria del mes
      * son las tablas valoradas mas las filas que no se valoran.
           PAGINA-DE-CONCILIACION.
               ADD 1 TO WS-PAGINA.
               MOVE "1" TO EXT-CARRO.
               MOVE SPACES TO EXT-LINEA.
               STRING "CONCILIACION CON LA AUDITORIA - MES "
                   DELIMITED BY SIZE
                   WS-MES DELIMITED BY SIZE
                   " - EMITIDO " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO EXT-LINEA
               END-STRING.
               PERFORM ESCRIBIR-EXTRACTO.
               MOVE SPACE TO EXT-CARRO.
               MOVE SPACES TO EXT-LINEA.
               PERFORM ESCRIBIR-EXTRACTO.
               MOVE "FILAS DE AUDITORIA DEL MES.........:"
                   TO WS-TOTEXT-TEXTO.
               MOVE WS-FILAS-MES TO WS-TOTEXT-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               MOVE "  MENOS CAMBIOS DE PARAMETROS (P)..:"
                   TO WS-TOTEXT-TEXTO.
               MOVE WS-CAMBIOS-PARAMETROS TO WS-TOTEXT-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               MOVE "  MENOS BAJAS DE MAESTRO (B).......:"
                   TO WS-TOTEXT-TEXTO.
               MOVE WS-BAJAS-MAESTRO TO WS-TOTEXT-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               MOVE "  MENOS RECHAZOS DE PERFIL (R).....:"
                   TO WS-TOTEXT-TEXTO.
               MOVE WS-RECHAZOS-PERFIL TO WS-TOTEXT-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               IF WS-OTRAS-FILAS > 0
                   MOVE "  MENOS FILAS DE OPERACION DESCONOC.:"
                       TO WS-TOTEXT-TEXTO
                   MOVE WS-OTRAS-FILAS TO WS-TOTEXT-CIFRA
                   PERFORM ESCRIBIR-LINEA-TOTAL
                   PERFORM ANOTAR-AVISO
               END-IF.
               IF WS-CARGOS-PERDIDOS > 0
                   MOVE "  MENOS TABLAS FUERA DE TABLA INT..:"
                       TO WS-TOTEXT-TEXTO
                   MOVE WS-CARGOS-PERDIDOS TO WS-TOTEXT-CIFRA
                   PERFORM ESCRIBIR-LINEA-TOTAL
               END-IF.
               MOVE "TABLAS VALORADAS...................:"
                   TO WS-TOTEXT-TEXTO.
               MOVE WS-TABLAS-VALORADAS TO WS-TOTEXT-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               COMPUTE WS-CUADRE = WS-TABLAS-VALORADAS
                   + WS-CAMBIOS-PARAMETROS + WS-BAJAS-MAESTRO
                   + WS-RECHAZOS-PERFIL + WS-OTRAS-FILAS
                   + WS-CARGOS-PERDIDOS.
               MOVE SPACES TO EXT-LINEA.
               IF WS-CUADRE = WS-FILAS-MES
                   MOVE "CUADRE CON LA AUDITORIA: CORRECTO"
                       TO EXT-LINEA
               ELSE
                   MOVE "CUADRE CON LA AUDITORIA: *DESCUADRE*"
                       TO EXT-LINEA
                   PERFORM ANOTAR-ERROR
               END-IF.
               PERFORM ESCRIBIR-EXTRACTO.
               MOVE SPACES TO EXT-LINEA.
               PERFORM ESCRIBIR-EXTRACTO.
               MOVE "IMPORTE TOTAL REPERCUTIDO..........:"
                   TO WS-IMPEXT-TEXTO.
               MOVE WS-IMPORTE-GENERAL TO WS-IMPEXT-CIFRA.
               MOVE WS-LINEA-IMPORTE TO EXT-LINEA.
               PERFORM ESCRIBIR-EXTRACTO.
               MOVE "FILAS DE CARGO EN CARGOS.DAT.......:"
                   TO WS-TOTEXT-TEXTO.
               MOVE WS-FILAS-CARGO TO WS-TOTEXT-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               MOVE "FUENTES DE AUDITORIA CONSULTADAS...:"
                   TO WS-TOTEXT-TEXTO.
               MOVE WS-FUENTES-ABIERTAS TO WS-TOTEXT-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               IF WS-TABLAS-SIN-TARIFA > 0
                   MOVE "TABLAS SIN TARIFA (IMPORTE CERO)...:"
                       TO WS-TOTEXT-TEXTO
                   MOVE WS-TABLAS-SIN-TARIFA TO WS-TOTEXT-CIFRA
                   PERFORM ESCRIBIR-LINEA-TOTAL
                   MOVE "TABLAS SIN TARIFA EN TARIFAS.DAT, IMPORTE CERO"
                       TO WS-MENSAJE-INCIDENTE
                   MOVE 4 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
               END-IF.
               IF WS-OPERADORES-SIN-DEPTO > 0
                   MOVE "TABLAS DE OPERADORES SIN DEPARTAM..:"
                       TO WS-TOTEXT-TEXTO
                   MOVE WS-OPERADORES-SIN-DEPTO TO WS-TOTEXT-CIFRA
                   PERFORM ESCRIBIR-LINEA-TOTAL
                   MOVE "OPERADORES SIN DEPARTAMENTO ASIGNADO"
                       TO WS-MENSAJE-INCIDENTE
                   MOVE 4 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
               END-IF.
               IF WS-TARIFAS-INVALIDAS > 0
                   MOVE "LINEAS INVALIDAS EN TARIFAS.DAT....:"
                       TO WS-TOTEXT-TEXTO
                   MOVE WS-TARIFAS-INVALIDAS TO WS-TOTEXT-CIFRA
                   PERFORM ESCRIBIR-LINEA-TOTAL
                   PERFORM ANOTAR-AVISO
               END-IF.
               IF WS-ENTRADAS-INVALIDAS > 0
                   MOVE "ENTRADAS DE AUDITORIA SIN FECHA....:"
                       TO WS-TOTEXT-TEXTO
                   MOVE WS-ENTRADAS-INVALIDAS TO WS-TOTEXT-CIFRA
                   PERFORM ESCRIBIR-LINEA-TOTAL
               END-IF.
               IF WS-DEPENDENCIAS-PERDIDAS > 0
                   MOVE "OPERADORES FUERA DE TABLA INTERNA..:"
                       TO WS-TOTEXT-TEXTO
                   MOVE WS-DEPENDENCIAS-PERDIDAS TO WS-TOTEXT-CIFRA
                   PERFORM ESCRIBIR-LINEA-TOTAL
                   PERFORM ANOTAR-AVISO
               END-IF.

           ESCRIBIR-LINEA-TOTAL.
               MOVE WS-LINEA-TOTAL TO EXT-LINEA.
               PERFORM ESCRIBIR-EXTRACTO.


       END PROGRAM cargos.
