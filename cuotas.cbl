      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe del consumo de cada operador frente a sus
      *          cuotas de uso. Pide una fecha de corte AAAAMMDD
      *          (INTRO = hoy) y suma las filas con cargo de
      *          CONSUMO.DAT de ese dia y del mes natural hasta ese
      *          dia, en tablas y en filas de resultado. Cada
      *          operador con perfil en OPERADORES.DAT se compara con
      *          sus propias cuotas y los que solo aparecen en el
      *          libro con las de *DEFECTO*, igual que hacen
      *          calculadora y pidetrab al comprobarlas. Produce
      *          CUOTAS.TXT, en imagen de impresion de 132 columnas
      *          con control de carro, con el porcentaje consumido de
      *          cada cuota y una marca para las agotadas, las que se
      *          superaran al ritmo actual antes del fin de mes y las
      *          de uso alto, seguido de una pagina de totales. Es de
      *          solo lectura. RETURN-CODE 4 si hay cuotas agotadas,
      *          filas invalidas en el libro u operadores que no caben
      *          en la tabla interna, y 8 si no se puede escribir el
      *          informe.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cuotas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.
           SELECT OPTIONAL CONSUMO-FILE ASSIGN TO "CONSUMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSUMO-STATUS.
           SELECT INFORME-FILE ASSIGN TO "CUOTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.
           SELECT OPTIONAL INCIDENTES-FILE ASSIGN TO "INCIDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-FILE.
       01  OPERADORES-REGISTRO.
       COPY OPRREG.

       FD  CONSUMO-FILE.
       01  CONSUMO-REGISTRO.
       COPY CNSREG.

       FD  INFORME-FILE.
       01  INFORME-REGISTRO.
           05 INF-CARRO PIC X.
           05 INF-LINEA PIC X(132).

       FD  INCIDENTES-FILE.
       01  INCIDENTES-REGISTRO.
       COPY INCREG.

       WORKING-STORAGE SECTION.

       01 WS-OPERADORES-STATUS PIC XX.
       01 WS-CONSUMO-STATUS PIC XX.
       01 WS-INFORME-STATUS PIC XX.
       01 WS-INCIDENTES-STATUS PIC XX.

       01 WS-OPERADOR-ID PIC X(20).
       01 WS-MENSAJE-INCIDENTE PIC X(60).
       01 WS-SEVERIDAD-INCIDENTE PIC 99.
       01 WS-CONDICION-MAXIMA PIC 99 VALUE 0.

       01 WS-FECHA-HOY PIC X(8).
       01 WS-FECHA-CORTE PIC X(8).
       01 WS-FECHA-CORTE-NUM PIC 9(8).
       01 WS-MES-CORTE PIC X(6).
       01 WS-DIA-CORTE PIC 99.
       01 WS-FECHA-AUXILIAR PIC 9(8).
       01 WS-DIAS-MES PIC 99.
       01 WS-ANIO-SIGUIENTE PIC 9(4).
       01 WS-MES-SIGUIENTE PIC 99.

       01 WS-ENTRADA PIC X(12).
       01 WS-REINTENTOS PIC 9(3) VALUE 0.
       01 WS-MAX-REINTENTOS PIC 9(3) VALUE 20.

      * Las cuotas y el consumo se guardan por metrica: 1 tablas del
      * dia, 2 filas del dia, 3 tablas del mes y 4 filas del mes.
       01 WS-CUOTAS-DEFECTO.
           05 WS-CUOTA-DEFECTO PIC 9(7) OCCURS 4.
       01 WS-HAY-DEFECTO PIC X VALUE "N".

       01 WS-OPERADORES-MAXIMO PIC 9(3) VALUE 300.
       01 WS-OPERADORES-USADOS PIC 9(3) VALUE 0.
       01 WS-OPERADORES-PERDIDOS PIC 9(7) VALUE 0.
       01 WS-O PIC 9(3).
       01 WS-O2 PIC 9(3).
       01 WS-M PIC 9.
       01 WS-TABLA-OPERADORES.
           05 WS-OPE-ENTRADA OCCURS 300.
              10 WS-OPE-ID PIC X(20).
              10 WS-OPE-TIPO PIC X.
              10 WS-OPE-CUOTA PIC 9(7) OCCURS 4.
              10 WS-OPE-USADO PIC 9(9) OCCURS 4.
       01 WS-OPE-AUXILIAR PIC X(85).
       01 WS-ID-BUSCADO PIC X(20).

       01 WS-FILAS-LIBRO PIC 9(9) VALUE 0.
       01 WS-FILAS-SIN-CARGO PIC 9(9) VALUE 0.
       01 WS-FILAS-INVALIDAS PIC 9(9) VALUE 0.
       01 WS-TOTAL-USADO PIC 9(11) OCCURS 4.

       01 WS-CON-PERFIL PIC 9(5) VALUE 0.
       01 WS-CON-DEFECTO PIC 9(5) VALUE 0.
       01 WS-SIN-CUOTA PIC 9(5) VALUE 0.
       01 WS-AGOTADAS PIC 9(5) VALUE 0.
       01 WS-EN-RIESGO PIC 9(5) VALUE 0.
       01 WS-USO-ALTO PIC 9(5) VALUE 0.

       01 WS-PORCENTAJE PIC 9(9).
       01 WS-PREVISION PIC 9(11).
       01 WS-MARCA PIC X(7).
       01 WS-NIVEL-MARCA PIC 9.
       01 WS-UMBRAL-ALTO PIC 999 VALUE 80.
       01 WS-UMBRAL-DISPLAY PIC ZZ9.

       01 WS-LINEAS-MAXIMO PIC 99 VALUE 60.
       01 WS-LINEAS-PAGINA PIC 99 VALUE 99.
       01 WS-PAGINA PIC 9(4) VALUE 0.

       01 WS-LINEA-CABECERA.
           05 FILLER PIC X(32) VALUE
               "CONSUMO DE CUOTAS POR OPERADOR  ".
           05 FILLER PIC X(6) VALUE "CORTE ".
           05 WS-CABCUO-FECHA PIC X(8).
           05 FILLER PIC X(7) VALUE "   MES ".
           05 WS-CABCUO-MES PIC X(6).
           05 FILLER PIC X(13) VALUE "   EMITIDO  ".
           05 WS-CABCUO-EMITIDO PIC X(8).
           05 FILLER PIC X(10) VALUE "   PAGINA ".
           05 WS-CABCUO-PAGINA PIC ZZZ9.
           05 FILLER PIC X(38) VALUE SPACES.

       01 WS-LINEA-METRICAS.
           05 FILLER PIC X(28) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "  --- TABLAS DEL DIA ---".
           05 FILLER PIC X(24) VALUE "  --- FILAS DEL DIA ----".
           05 FILLER PIC X(24) VALUE "  --- TABLAS DEL MES ---".
           05 FILLER PIC X(24) VALUE "  --- FILAS DEL MES ----".
           05 FILLER PIC X(8) VALUE " MARCA".

       01 WS-LINEA-COLUMNAS.
           05 FILLER PIC X(28) VALUE "OPERADOR             CUOTA".
           05 FILLER PIC X(24) VALUE "    USADO    CUOTA    % ".
           05 FILLER PIC X(24) VALUE "    USADO    CUOTA    % ".
           05 FILLER PIC X(24) VALUE "    USADO    CUOTA    % ".
           05 FILLER PIC X(24) VALUE "    USADO    CUOTA    % ".
           05 FILLER PIC X(8) VALUE " -------".

       01 WS-LINEA-OPERADOR.
           05 WS-LINOPE-ID PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LINOPE-TIPO PIC X(7).
           05 WS-LINOPE-METRICA OCCURS 4.
              10 FILLER PIC X VALUE SPACE.
              10 WS-LINOPE-USADO PIC Z(7)9.
              10 FILLER PIC XX VALUE " /".
              10 WS-LINOPE-CUOTA PIC Z(6)9.
              10 WS-LINOPE-CUOTA-X REDEFINES WS-LINOPE-CUOTA
                  PIC X(7).
              10 FILLER PIC X VALUE SPACE.
              10 WS-LINOPE-PORCENTAJE PIC ZZZ9.
              10 WS-LINOPE-PORCENTAJE-X
                  REDEFINES WS-LINOPE-PORCENTAJE PIC X(4).
              10 WS-LINOPE-SIGNO PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LINOPE-MARCA PIC X(7).

       01 WS-LINEA-TOTAL.
           05 WS-TOTCUO-TEXTO PIC X(36).
           05 WS-TOTCUO-CIFRA PIC Z(10)9.
           05 FILLER PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERADOR-ID = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR-ID
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-CORTE.
           PERFORM PEDIR-FECHA THRU PEDIR-FECHA-FIN.
           PERFORM CALCULAR-DIAS-MES.
           MOVE 0 TO WS-M.
           PERFORM LIMPIAR-TOTAL 4 TIMES.
           PERFORM CARGAR-PERFILES.
           PERFORM CARGAR-CONSUMO.
           PERFORM ORDENAR-OPERADORES THRU ORDENAR-OPERADORES-FIN.
           OPEN OUTPUT INFORME-FILE.
           IF WS-INFORME-STATUS NOT = "00"
               DISPLAY "No se pudo abrir CUOTAS.TXT (estado "
                   WS-INFORME-STATUS "), abortando."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM NUEVA-PAGINA.
           IF WS-OPERADORES-USADOS = 0
               MOVE SPACE TO INF-CARRO
               MOVE "(SIN OPERADORES CON PERFIL NI CONSUMO)"
                   TO INF-LINEA
               PERFORM ESCRIBIR-INFORME
           END-IF.
           MOVE 0 TO WS-O.
           PERFORM EMITIR-OPERADOR WS-OPERADORES-USADOS TIMES.
           PERFORM PAGINA-DE-TOTALES.

           FINALIZAR.
               CLOSE INFORME-FILE
               DISPLAY "Informe en CUOTAS.TXT"
               DISPLAY "Cuotas agotadas.....: " WS-AGOTADAS
               DISPLAY "Condicion maxima....: " WS-CONDICION-MAXIMA
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
                   MOVE "CUOTAS" TO INC-PROGRAMA
                   MOVE WS-OPERADOR-ID TO INC-OPERADOR
                   MOVE WS-SEVERIDAD-INCIDENTE TO INC-SEVERIDAD
                   MOVE "N" TO INC-REVISADO
                   MOVE WS-MENSAJE-INCIDENTE TO INC-MENSAJE
                   WRITE INCIDENTES-REGISTRO
                   CLOSE INCIDENTES-FILE
               END-IF.

           PEDIR-FECHA.
               DISPLAY "Fecha de corte AAAAMMDD (INTRO = "
                   WS-FECHA-CORTE "): ".
               ACCEPT WS-ENTRADA.
               IF WS-ENTRADA = SPACES
                   GO TO PEDIR-FECHA-FIN
               END-IF.
               IF WS-ENTRADA (1:8) IS NUMERIC
                   AND WS-ENTRADA (9:4) = SPACES
                   MOVE WS-ENTRADA (1:8) TO WS-FECHA-AUXILIAR
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-AUXILIAR)
                       = 0
                       MOVE WS-ENTRADA (1:8) TO WS-FECHA-CORTE
                       GO TO PEDIR-FECHA-FIN
                   END-IF
               END-IF.
               PERFORM CONTAR-REINTENTO.
               DISPLAY "Valor no valido, debe ser una fecha AAAAMMDD.".
               GO TO PEDIR-FECHA.

           PEDIR-FECHA-FIN.
               MOVE 0 TO WS-REINTENTOS.

           CONTAR-REINTENTO.
               ADD 1 TO WS-REINTENTOS.
               IF WS-REINTENTOS > WS-MAX-REINTENTOS
                   DISPLAY "No se ha recibido una entrada valida, "
                       "abortando."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      * Dias del mes de corte, para prever a que ritmo se llega al
      * fin de mes: del dia 1 de ese mes al dia 1 del siguiente.
           CALCULAR-DIAS-MES.
               MOVE WS-FECHA-CORTE (1:6) TO WS-MES-CORTE.
               MOVE WS-FECHA-CORTE (7:2) TO WS-DIA-CORTE.
               MOVE WS-FECHA-CORTE (1:4) TO WS-ANIO-SIGUIENTE.
               MOVE WS-FECHA-CORTE (5:2) TO WS-MES-SIGUIENTE.
               IF WS-MES-SIGUIENTE = 12
                   ADD 1 TO WS-ANIO-SIGUIENTE
                   MOVE 1 TO WS-MES-SIGUIENTE
               ELSE
                   ADD 1 TO WS-MES-SIGUIENTE
               END-IF.
               COMPUTE WS-FECHA-AUXILIAR = WS-ANIO-SIGUIENTE * 10000
                   + WS-MES-SIGUIENTE * 100 + 1.
               MOVE WS-FECHA-CORTE TO WS-FECHA-CORTE-NUM.
               COMPUTE WS-DIAS-MES =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-AUXILIAR)
                   - FUNCTION INTEGER-OF-DATE(WS-FECHA-CORTE-NUM)
                   + WS-DIA-CORTE - 1.

           LIMPIAR-TOTAL.
               ADD 1 TO WS-M.
               MOVE 0 TO WS-TOTAL-USADO (WS-M).
               MOVE 0 TO WS-CUOTA-DEFECTO (WS-M).

           CARGAR-PERFILES.
               OPEN INPUT OPERADORES-FILE.
               IF WS-OPERADORES-STATUS = "00"
                   PERFORM LEER-PERFIL
               ELSE
                   DISPLAY "OPERADORES.DAT no existe o no se pudo "
                       "leer, no hay cuotas que comparar."
               END-IF.
               CLOSE OPERADORES-FILE.

           LEER-PERFIL.
               READ OPERADORES-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-OPERADORES-STATUS = "00"
                   IF OPR-ID = "*DEFECTO*"
                       MOVE "S" TO WS-HAY-DEFECTO
                       PERFORM TOMAR-CUOTAS-DEFECTO
                   ELSE
                       IF OPR-ID NOT = SPACES
                           MOVE OPR-ID TO WS-ID-BUSCADO
                           MOVE 1 TO WS-O
                           PERFORM BUSCAR-OPERADOR
                           IF WS-O NOT > WS-OPERADORES-MAXIMO
                               PERFORM TOMAR-CUOTAS-PERFIL
                           END-IF
                       END-IF
                   END-IF
                   GO TO LEER-PERFIL
               END-IF.

           TOMAR-CUOTAS-DEFECTO.
               IF OPR-CUOTA-DIA-TABLAS IS NUMERIC
                   MOVE OPR-CUOTA-DIA-TABLAS TO WS-CUOTA-DEFECTO (1)
               END-IF.
               IF OPR-CUOTA-DIA-FILAS IS NUMERIC
                   MOVE OPR-CUOTA-DIA-FILAS TO WS-CUOTA-DEFECTO (2)
               END-IF.
               IF OPR-CUOTA-MES-TABLAS IS NUMERIC
                   MOVE OPR-CUOTA-MES-TABLAS TO WS-CUOTA-DEFECTO (3)
               END-IF.
               IF OPR-CUOTA-MES-FILAS IS NUMERIC
                   MOVE OPR-CUOTA-MES-FILAS TO WS-CUOTA-DEFECTO (4)
               END-IF.

           TOMAR-CUOTAS-PERFIL.
               MOVE "P" TO WS-OPE-TIPO (WS-O).
               IF OPR-CUOTA-DIA-TABLAS IS NUMERIC
                   MOVE OPR-CUOTA-DIA-TABLAS TO WS-OPE-CUOTA (WS-O 1)
               END-IF.
               IF OPR-CUOTA-DIA-FILAS IS NUMERIC
                   MOVE OPR-CUOTA-DIA-FILAS TO WS-OPE-CUOTA (WS-O 2)
               END-IF.
               IF OPR-CUOTA-MES-TABLAS IS NUMERIC
                   MOVE OPR-CUOTA-MES-TABLAS TO WS-OPE-CUOTA (WS-O 3)
               END-IF.
               IF OPR-CUOTA-MES-FILAS IS NUMERIC
                   MOVE OPR-CUOTA-MES-FILAS TO WS-OPE-CUOTA (WS-O 4)
               END-IF.

      * Busca WS-ID-BUSCADO desde WS-O y, si no esta, lo da de alta
      * sin cuotas; WS-O queda por encima del maximo si la tabla esta
      * llena.
           BUSCAR-OPERADOR.
               IF WS-O > WS-OPERADORES-MAXIMO
                   ADD 1 TO WS-OPERADORES-PERDIDOS
               ELSE
                   IF WS-O > WS-OPERADORES-USADOS
                       MOVE WS-O TO WS-OPERADORES-USADOS
                       MOVE WS-ID-BUSCADO TO WS-OPE-ID (WS-O)
                       MOVE "N" TO WS-OPE-TIPO (WS-O)
                       MOVE 0 TO WS-M
                       PERFORM LIMPIAR-METRICA 4 TIMES
                   ELSE
                       IF WS-OPE-ID (WS-O) NOT = WS-ID-BUSCADO
                           ADD 1 TO WS-O
                           GO TO BUSCAR-OPERADOR
                       END-IF
                   END-IF
               END-IF.

           LIMPIAR-METRICA.
               ADD 1 TO WS-M.
               MOVE 0 TO WS-OPE-CUOTA (WS-O WS-M).
               MOVE 0 TO WS-OPE-USADO (WS-O WS-M).

           CARGAR-CONSUMO.
               OPEN INPUT CONSUMO-FILE.
               IF WS-CONSUMO-STATUS = "00"
                   PERFORM LEER-CONSUMO
               ELSE
                   DISPLAY "CONSUMO.DAT no existe o no se pudo leer, "
                       "el consumo es cero."
               END-IF.
               CLOSE CONSUMO-FILE.

           LEER-CONSUMO.
               READ CONSUMO-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-CONSUMO-STATUS = "00"
                   ADD 1 TO WS-FILAS-LIBRO
                   PERFORM ANOTAR-CONSUMO THRU ANOTAR-CONSUMO-FIN
                   GO TO LEER-CONSUMO
               END-IF.

      * Solo cuentan las filas con cargo del mes de corte hasta el
      * propio dia de corte; las de despues no se conocian entonces.
           ANOTAR-CONSUMO.
               IF CNS-FECHA IS NOT NUMERIC
                   OR CNS-TABLAS IS NOT NUMERIC
                   OR CNS-FILAS IS NOT NUMERIC
                   OR CNS-OPERADOR = SPACES
                   ADD 1 TO WS-FILAS-INVALIDAS
                   GO TO ANOTAR-CONSUMO-FIN
               END-IF.
               IF CNS-FECHA (1:6) NOT = WS-MES-CORTE
                   OR CNS-FECHA > WS-FECHA-CORTE
                   GO TO ANOTAR-CONSUMO-FIN
               END-IF.
               IF NOT CNS-CARGO-CUOTA
                   ADD 1 TO WS-FILAS-SIN-CARGO
                   GO TO ANOTAR-CONSUMO-FIN
               END-IF.
               MOVE CNS-OPERADOR TO WS-ID-BUSCADO.
               MOVE 1 TO WS-O.
               PERFORM BUSCAR-OPERADOR.
               IF WS-O > WS-OPERADORES-MAXIMO
                   GO TO ANOTAR-CONSUMO-FIN
               END-IF.
               ADD CNS-TABLAS TO WS-OPE-USADO (WS-O 3).
               ADD CNS-FILAS TO WS-OPE-USADO (WS-O 4).
               IF CNS-FECHA = WS-FECHA-CORTE
                   ADD CNS-TABLAS TO WS-OPE-USADO (WS-O 1)
                   ADD CNS-FILAS TO WS-OPE-USADO (WS-O 2)
               END-IF.

           ANOTAR-CONSUMO-FIN.
               CONTINUE.

      * Ordenacion por operador; los que solo estan en el libro pasan
      * a las cuotas de *DEFECTO* al emitirlos.
           ORDENAR-OPERADORES.
               IF WS-OPERADORES-USADOS < 2
                   GO TO ORDENAR-OPERADORES-FIN
               END-IF.
               MOVE 1 TO WS-O.

           ORDENAR-PASADA.
               MOVE WS-O TO WS-O2.

           ORDENAR-COMPARAR.
               ADD 1 TO WS-O2.
               IF WS-O2 NOT > WS-OPERADORES-USADOS
                   IF WS-OPE-ID (WS-O2) < WS-OPE-ID (WS-O)
                       MOVE WS-OPE-ENTRADA (WS-O) TO WS-OPE-AUXILIAR
                       MOVE WS-OPE-ENTRADA (WS-O2)
                           TO WS-OPE-ENTRADA (WS-O)
                       MOVE WS-OPE-AUXILIAR TO WS-OPE-ENTRADA (WS-O2)
                   END-IF
                   GO TO ORDENAR-COMPARAR
               END-IF.
               ADD 1 TO WS-O.
               IF WS-O < WS-OPERADORES-USADOS
                   GO TO ORDENAR-PASADA
               END-IF.

           ORDENAR-OPERADORES-FIN.
               CONTINUE.

           EMITIR-OPERADOR.
               ADD 1 TO WS-O.
               IF WS-LINEAS-PAGINA NOT < WS-LINEAS-MAXIMO
                   PERFORM NUEVA-PAGINA
               END-IF.
               IF WS-OPE-TIPO (WS-O) = "N" AND WS-HAY-DEFECTO = "S"
                   MOVE "D" TO WS-OPE-TIPO (WS-O)
                   MOVE WS-CUOTA-DEFECTO (1) TO WS-OPE-CUOTA (WS-O 1)
                   MOVE WS-CUOTA-DEFECTO (2) TO WS-OPE-CUOTA (WS-O 2)
                   MOVE WS-CUOTA-DEFECTO (3) TO WS-OPE-CUOTA (WS-O 3)
                   MOVE WS-CUOTA-DEFECTO (4) TO WS-OPE-CUOTA (WS-O 4)
               END-IF.
               MOVE WS-OPE-ID (WS-O) TO WS-LINOPE-ID.
               EVALUATE WS-OPE-TIPO (WS-O)
                   WHEN "P"
                       MOVE "PROPIA" TO WS-LINOPE-TIPO
                       ADD 1 TO WS-CON-PERFIL
                   WHEN "D"
                       MOVE "DEFECTO" TO WS-LINOPE-TIPO
                       ADD 1 TO WS-CON-DEFECTO
                   WHEN OTHER
                       MOVE "NINGUNA" TO WS-LINOPE-TIPO
                       ADD 1 TO WS-SIN-CUOTA
               END-EVALUATE.
               MOVE 0 TO WS-NIVEL-MARCA.
               MOVE 0 TO WS-M.
               PERFORM FORMAR-METRICA 4 TIMES.
               EVALUATE WS-NIVEL-MARCA
                   WHEN 3
                       MOVE "AGOTADA" TO WS-MARCA
                       ADD 1 TO WS-AGOTADAS
                   WHEN 2
                       MOVE "RIESGO" TO WS-MARCA
                       ADD 1 TO WS-EN-RIESGO
                   WHEN 1
                       MOVE "ALTA" TO WS-MARCA
                       ADD 1 TO WS-USO-ALTO
                   WHEN OTHER
                       MOVE SPACES TO WS-MARCA
               END-EVALUATE.
               MOVE WS-MARCA TO WS-LINOPE-MARCA.
               MOVE SPACE TO INF-CARRO.
               MOVE WS-LINEA-OPERADOR TO INF-LINEA.
               PERFORM ESCRIBIR-INFORME.

      * Marca de mayor a menor gravedad: 3 agotada (consumo igual o
      * superior a la cuota), 2 en riesgo (al ritmo del mes se
      * superaria la cuota mensual antes de fin de mes) y 1 uso alto
      * (WS-UMBRAL-ALTO por ciento o mas de alguna cuota).
           FORMAR-METRICA.
               ADD 1 TO WS-M.
               ADD WS-OPE-USADO (WS-O WS-M) TO WS-TOTAL-USADO (WS-M).
               MOVE WS-OPE-USADO (WS-O WS-M)
                   TO WS-LINOPE-USADO (WS-M).
               IF WS-OPE-CUOTA (WS-O WS-M) = 0
                   MOVE "    SIN" TO WS-LINOPE-CUOTA-X (WS-M)
                   MOVE SPACES TO WS-LINOPE-PORCENTAJE-X (WS-M)
                   MOVE SPACE TO WS-LINOPE-SIGNO (WS-M)
               ELSE
                   MOVE WS-OPE-CUOTA (WS-O WS-M)
                       TO WS-LINOPE-CUOTA (WS-M)
                   COMPUTE WS-PORCENTAJE =
                       WS-OPE-USADO (WS-O WS-M) * 100
                       / WS-OPE-CUOTA (WS-O WS-M)
                   IF WS-PORCENTAJE > 9999
                       MOVE 9999 TO WS-PORCENTAJE
                   END-IF
                   MOVE WS-PORCENTAJE TO WS-LINOPE-PORCENTAJE (WS-M)
                   MOVE "%" TO WS-LINOPE-SIGNO (WS-M)
                   IF WS-OPE-USADO (WS-O WS-M)
                       NOT < WS-OPE-CUOTA (WS-O WS-M)
                       MOVE 3 TO WS-NIVEL-MARCA
                   END-IF
                   IF WS-M > 2 AND WS-NIVEL-MARCA < 2
                       COMPUTE WS-PREVISION =
                           WS-OPE-USADO (WS-O WS-M) * WS-DIAS-MES
                           / WS-DIA-CORTE
                       IF WS-PREVISION > WS-OPE-CUOTA (WS-O WS-M)
                           MOVE 2 TO WS-NIVEL-MARCA
                       END-IF
                   END-IF
                   IF WS-PORCENTAJE NOT < WS-UMBRAL-ALTO
                       AND WS-NIVEL-MARCA < 1
                       MOVE 1 TO WS-NIVEL-MARCA
                   END-IF
               END-IF.

           NUEVA-PAGINA.
               ADD 1 TO WS-PAGINA.
               MOVE WS-FECHA-CORTE TO WS-CABCUO-FECHA.
               MOVE WS-MES-CORTE TO WS-CABCUO-MES.
               MOVE WS-FECHA-HOY TO WS-CABCUO-EMITIDO.
               MOVE WS-PAGINA TO WS-CABCUO-PAGINA.
               MOVE "1" TO INF-CARRO.
               MOVE WS-LINEA-CABECERA TO INF-LINEA.
               PERFORM ESCRIBIR-INFORME.
               MOVE SPACE TO INF-CARRO.
               MOVE SPACES TO INF-LINEA.
               PERFORM ESCRIBIR-INFORME.
               MOVE WS-LINEA-METRICAS TO INF-LINEA.
               PERFORM ESCRIBIR-INFORME.
               MOVE WS-LINEA-COLUMNAS TO INF-LINEA.
               PERFORM ESCRIBIR-INFORME.
               MOVE 4 TO WS-LINEAS-PAGINA.

           ESCRIBIR-INFORME.
               WRITE INFORME-REGISTRO.
               ADD 1 TO WS-LINEAS-PAGINA.
               IF WS-INFORME-STATUS NOT = "00"
                   DISPLAY "Aviso: fallo de escritura en CUOTAS.TXT "
                       "(estado " WS-INFORME-STATUS ")."
                   PERFORM ANOTAR-ERROR
               END-IF.

           PAGINA-DE-TOTALES.
               ADD 1 TO WS-PAGINA.
               MOVE "1" TO INF-CARRO.
               MOVE SPACES TO INF-LINEA.
               STRING "TOTALES DE CONSUMO DE CUOTAS - CORTE "
                   DELIMITED BY SIZE
                   WS-FECHA-CORTE DELIMITED BY SIZE
                   " - EMITIDO " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO INF-LINEA
               END-STRING.
               PERFORM ESCRIBIR-INFORME.
               MOVE SPACE TO INF-CARRO.
               MOVE SPACES TO INF-LINEA.
               PERFORM ESCRIBIR-INFORME.
               MOVE "OPERADORES LISTADOS................:"
                   TO WS-TOTCUO-TEXTO.
               MOVE WS-OPERADORES-USADOS TO WS-TOTCUO-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               MOVE "  CON CUOTAS DE SU PERFIL..........:"
                   TO WS-TOTCUO-TEXTO.
               MOVE WS-CON-PERFIL TO WS-TOTCUO-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               MOVE "  CON CUOTAS DE *DEFECTO*..........:"
                   TO WS-TOTCUO-TEXTO.
               MOVE WS-CON-DEFECTO TO WS-TOTCUO-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               MOVE "  SIN PERFIL NI *DEFECTO*..........:"
                   TO WS-TOTCUO-TEXTO.
               MOVE WS-SIN-CUOTA TO WS-TOTCUO-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               MOVE SPACES TO INF-LINEA.
               PERFORM ESCRIBIR-INFORME.
               MOVE "OPERADORES CON CUOTA AGOTADA.......:"
                   TO WS-TOTCUO-TEXTO.
               MOVE WS-AGOTADAS TO WS-TOTCUO-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               MOVE "OPERADORES EN RIESGO A FIN DE MES..:"
                   TO WS-TOTCUO-TEXTO.
               MOVE WS-EN-RIESGO TO WS-TOTCUO-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               MOVE "OPERADORES CON USO ALTO............:"
                   TO WS-TOTCUO-TEXTO.
               MOVE WS-USO-ALTO TO WS-TOTCUO-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               MOVE SPACES TO INF-LINEA.
               PERFORM ESCRIBIR-INFORME.
               MOVE "TABLAS CARGADAS EN EL DIA..........:"
                   TO WS-TOTCUO-TEXTO.
               MOVE WS-TOTAL-USADO (1) TO WS-TOTCUO-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               MOVE "FILAS CARGADAS EN EL DIA...........:"
                   TO WS-TOTCUO-TEXTO.
               MOVE WS-TOTAL-USADO (2) TO WS-TOTCUO-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               MOVE "TABLAS CARGADAS EN EL MES..........:"
                   TO WS-TOTCUO-TEXTO.
               MOVE WS-TOTAL-USADO (3) TO WS-TOTCUO-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               MOVE "FILAS CARGADAS EN EL MES...........:"
                   TO WS-TOTCUO-TEXTO.
               MOVE WS-TOTAL-USADO (4) TO WS-TOTCUO-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               MOVE SPACES TO INF-LINEA.
               PERFORM ESCRIBIR-INFORME.
               MOVE "FILAS LEIDAS DE CONSUMO.DAT........:"
                   TO WS-TOTCUO-TEXTO.
               MOVE WS-FILAS-LIBRO TO WS-TOTCUO-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               MOVE "FILAS DEL MES SIN CARGO............:"
                   TO WS-TOTCUO-TEXTO.
               MOVE WS-FILAS-SIN-CARGO TO WS-TOTCUO-CIFRA.
               PERFORM ESCRIBIR-LINEA-TOTAL.
               IF WS-FILAS-INVALIDAS > 0
                   MOVE "FILAS INVALIDAS EN CONSUMO.DAT.....:"
                       TO WS-TOTCUO-TEXTO
                   MOVE WS-FILAS-INVALIDAS TO WS-TOTCUO-CIFRA
                   PERFORM ESCRIBIR-LINEA-TOTAL
                   PERFORM ANOTAR-AVISO
               END-IF.
               IF WS-OPERADORES-PERDIDOS > 0
                   MOVE "OPERADORES FUERA DE TABLA INTERNA..:"
                       TO WS-TOTCUO-TEXTO
                   MOVE WS-OPERADORES-PERDIDOS TO WS-TOTCUO-CIFRA
                   PERFORM ESCRIBIR-LINEA-TOTAL
                   MOVE SPACES TO WS-MENSAJE-INCIDENTE
                   STRING "CUOTAS A " DELIMITED BY SIZE
                       WS-FECHA-CORTE DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-OPERADORES-PERDIDOS DELIMITED BY SIZE
                       " OPERADOR(ES) FUERA DE TABLA" DELIMITED BY SIZE
                       INTO WS-MENSAJE-INCIDENTE
                   END-STRING
                   MOVE 4 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
                   PERFORM ANOTAR-AVISO
               END-IF.
               MOVE SPACES TO INF-LINEA.
               PERFORM ESCRIBIR-INFORME.
               MOVE SPACES TO INF-LINEA.
               STRING "MARCAS: AGOTADA = CONSUMO IGUAL O SUPERIOR "
                   DELIMITED BY SIZE
                   "A UNA CUOTA." DELIMITED BY SIZE
                   INTO INF-LINEA
               END-STRING.
               PERFORM ESCRIBIR-INFORME.
               MOVE SPACES TO INF-LINEA.
               STRING "        RIESGO = AL RITMO DEL MES SE SUPERARA "
                   DELIMITED BY SIZE
                   "LA CUOTA MENSUAL ANTES DE FIN DE MES."
                   DELIMITED BY SIZE
                   INTO INF-LINEA
               END-STRING.
               PERFORM ESCRIBIR-INFORME.
               MOVE WS-UMBRAL-ALTO TO WS-UMBRAL-DISPLAY.
               MOVE SPACES TO INF-LINEA.
               STRING "        ALTA = " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-UMBRAL-DISPLAY) DELIMITED BY SIZE
                   " POR CIENTO O MAS DE ALGUNA CUOTA. "
                   DELIMITED BY SIZE
                   "SIN = CUOTA CERO, SIN LIMITE." DELIMITED BY SIZE
                   INTO INF-LINEA
               END-STRING.
               PERFORM ESCRIBIR-INFORME.
               IF WS-AGOTADAS > 0
                   MOVE SPACES TO WS-MENSAJE-INCIDENTE
                   STRING "CUOTAS AGOTADAS A " DELIMITED BY SIZE
                       WS-FECHA-CORTE DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-AGOTADAS DELIMITED BY SIZE
                       " OPERADOR(ES)" DELIMITED BY SIZE
                       INTO WS-MENSAJE-INCIDENTE
                   END-STRING
                   MOVE 4 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
                   PERFORM ANOTAR-AVISO
               END-IF.

           ESCRIBIR-LINEA-TOTAL.
               MOVE WS-LINEA-TOTAL TO INF-LINEA.
               PERFORM ESCRIBIR-INFORME.


       END PROGRAM cuotas.
