      ******************************************************************
      * Author:
      * Date:
      * Purpose: Matriz de resultados de un rango de numeros contra
      *          los multiplicadores 1 a N. Pide el numero inicial, el
      *          final y el incremento, la operacion y el limite, toma
      *          de MAESTRO.DAT cada celda que ya este calculada (con
      *          cualquier limite) y calcula las que falten igual que
      *          CALCULOS de calculadora, sin grabarlas. MATRIZ.TXT sale
      *          en imagen de impresion de 132 columnas con caracter de
      *          control de carro en la columna 1 ("1" salto de pagina,
      *          " " salto de linea): seis multiplicadores por bloque,
      *          los bloques siguientes en paginas nuevas que repiten
      *          la columna de numeros, cada celda marcada M (de
      *          MAESTRO.DAT) o C (calculada), totales por fila y por
      *          columna y una pagina final que cuadra ambos contra el
      *          total general.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. matriz.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT MATRIZ-FILE ASSIGN TO "MATRIZ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATRIZ-STATUS.
           SELECT OPTIONAL INCIDENTES-FILE ASSIGN TO "INCIDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-FILE.
       01  MAESTRO-REGISTRO.
       COPY MSTREG.

       FD  MATRIZ-FILE.
       01  MATRIZ-REGISTRO.
           05 MTZ-CARRO PIC X.
           05 MTZ-LINEA PIC X(132).

       FD  INCIDENTES-FILE.
       01  INCIDENTES-REGISTRO.
       COPY INCREG.

       WORKING-STORAGE SECTION.

       01 WS-MAESTRO-STATUS PIC XX.
       01 WS-MATRIZ-STATUS PIC XX.
       01 WS-INCIDENTES-STATUS PIC XX.

       01 WS-OPERADOR-ID PIC X(20).
       01 WS-MENSAJE-INCIDENTE PIC X(60).
       01 WS-SEVERIDAD-INCIDENTE PIC 99.

       01 WS-FECHA-HOY PIC X(8).

       01 WS-ENTRADA PIC X(12).
       01 WS-REINTENTOS PIC 9(3) VALUE 0.
       01 WS-MAX-REINTENTOS PIC 9(3) VALUE 20.

       01 WS-NUMERO-DESDE PIC S9(5)V9(4) VALUE 0.
       01 WS-NUMERO-HASTA PIC S9(5)V9(4) VALUE 0.
       01 WS-INCREMENTO PIC S9(5)V9(4) VALUE 1.
       01 WS-OPERACION PIC X VALUE "1".
           88 OP-SUMAR VALUE "2".
           88 OP-RESTAR VALUE "3".
           88 OP-DIVIDIR VALUE "4".
       01 WS-OPERACION-POR-DEFECTO PIC X VALUE "1".
       01 WS-SIMBOLO-OPERACION PIC X VALUE "*".
       01 WS-LIMITE PIC 999 VALUE 10.
       01 WS-LIMITE-POR-DEFECTO PIC 999 VALUE 10.
       01 WS-LIMITE-DISPLAY PIC ZZ9.
       01 WS-FILAS-CALCULO PIC S9(7)V9(4).

       01 WS-FILAS-MAXIMO PIC 999 VALUE 100.
       01 WS-FILAS-USADAS PIC 999 VALUE 0.
       01 WS-COLUMNAS-BLOQUE PIC 9 VALUE 6.
       01 WS-F PIC 999.
       01 WS-C PIC 999.
       01 WS-K PIC 9.
       01 WS-F-ENCONTRADA PIC 999.

       01 WS-TABLA-NUMEROS.
           05 WS-FILA-NUMERO PIC S9(5)V9(4) OCCURS 100.
       01 WS-TABLA-CELDAS.
           05 WS-FILA-CELDAS OCCURS 100.
              10 WS-CELDA OCCURS 999.
                 15 WS-CELDA-VALOR PIC S9(10)V9(4).
                 15 WS-CELDA-ORIGEN PIC X.
                    88 CELDA-DE-MAESTRO VALUE "M".
                    88 CELDA-CALCULADA VALUE "C".
       01 WS-TABLA-TOTALES-FILA.
           05 WS-TOTAL-FILA PIC S9(13)V9(4) OCCURS 100.
       01 WS-TABLA-TOTALES-COLUMNA.
           05 WS-TOTAL-COLUMNA PIC S9(13)V9(4) OCCURS 999.

       01 WS-RESULTADO PIC S9(10)V9(4).
       01 WS-TOTAL-GENERAL PIC S9(15)V9(4) VALUE 0.
       01 WS-SUMA-FILAS PIC S9(15)V9(4) VALUE 0.
       01 WS-SUMA-COLUMNAS PIC S9(15)V9(4) VALUE 0.
       01 WS-CELDAS-MAESTRO PIC 9(7) VALUE 0.
       01 WS-CELDAS-CALCULADAS PIC 9(7) VALUE 0.
       01 WS-FILAS-MAESTRO-LEIDAS PIC 9(9) VALUE 0.
       01 WS-FILAS-MAESTRO-USADAS PIC 9(9) VALUE 0.
       01 WS-CONDICION-MAXIMA PIC 99 VALUE 0.

       01 WS-BLOQUES PIC 999 VALUE 0.
       01 WS-BLOQUE PIC 999 VALUE 0.
       01 WS-COLUMNA-INICIAL PIC 999.
       01 WS-COLUMNA-FINAL PIC 999.
       01 WS-ULTIMO-BLOQUE PIC X VALUE "N".
           88 ULTIMO-BLOQUE VALUE "S".

       01 WS-LINEAS-MAXIMO PIC 99 VALUE 60.
       01 WS-LINEAS-PAGINA PIC 99 VALUE 99.
       01 WS-PAGINA PIC 9(4) VALUE 0.

       01 WS-EDICION-NUMERO PIC -9(5).9(4).
       01 WS-EDICION-DESDE PIC -9(5).9(4).
       01 WS-EDICION-HASTA PIC -9(5).9(4).
       01 WS-EDICION-INCREMENTO PIC -9(5).9(4).
       01 WS-EDICION-COLUMNA PIC ZZ9.
       01 WS-EDICION-COLUMNA-FINAL PIC ZZ9.
       01 WS-EDICION-PAGINA PIC ZZZ9.

       01 WS-LINEA-COLUMNAS.
           05 FILLER PIC X(11) VALUE "     NUMERO".
           05 WS-COLMAT OCCURS 6.
              10 WS-COLMAT-ROTULO PIC X(14).
              10 WS-COLMAT-MULTIPLICADOR PIC ZZ9.
           05 WS-COLMAT-TOTAL PIC X(19).

       01 WS-LINEA-GUIONES.
           05 FILLER PIC X(11) VALUE "-----------".
           05 WS-GUIMAT OCCURS 6 PIC X(17).
           05 WS-GUIMAT-TOTAL PIC X(19).

       01 WS-LINEA-DETALLE.
           05 WS-DETMAT-NUMERO PIC X(11).
           05 WS-DETMAT-CELDA OCCURS 6.
              10 WS-DETMAT-VALOR PIC -(10)9.9(4).
              10 WS-DETMAT-ORIGEN PIC X.
           05 WS-DETMAT-TOTAL PIC -(13)9.9(4).

       01 WS-LINEA-TOTAL.
           05 WS-TOTLST-TEXTO PIC X(36).
           05 WS-TOTLST-CIFRA PIC -Z(14)9.
           05 FILLER PIC X(80) VALUE SPACES.

       01 WS-LINEA-IMPORTE.
           05 WS-IMPLST-TEXTO PIC X(36).
           05 WS-IMPLST-CIFRA PIC -Z(14)9.9(4).
           05 FILLER PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERADOR-ID = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR-ID
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM PEDIR-DESDE THRU PEDIR-DESDE-FIN.
           PERFORM PEDIR-HASTA THRU PEDIR-HASTA-FIN.
           PERFORM PEDIR-INCREMENTO THRU PEDIR-INCREMENTO-FIN.
           PERFORM PEDIR-OPERACION THRU PEDIR-OPERACION-FIN.
           PERFORM PEDIR-LIMITE THRU PEDIR-LIMITE-FIN.
           PERFORM FIJAR-SIMBOLO-OPERACION.
           PERFORM PREPARAR-FILAS.
           PERFORM CARGAR-MAESTRO.
           MOVE 0 TO WS-F.
           PERFORM COMPLETAR-FILA WS-FILAS-USADAS TIMES.
           PERFORM ABRIR-MATRIZ.
           COMPUTE WS-BLOQUES = (WS-LIMITE + WS-COLUMNAS-BLOQUE - 1)
               / WS-COLUMNAS-BLOQUE.
           MOVE 0 TO WS-BLOQUE.
           PERFORM IMPRIMIR-BLOQUE WS-BLOQUES TIMES.
           PERFORM PAGINA-DE-TOTALES.

           FINALIZAR.
               CLOSE MATRIZ-FILE
               DISPLAY "Matriz generada en MATRIZ.TXT"
               IF WS-CONDICION-MAXIMA > RETURN-CODE
                   MOVE WS-CONDICION-MAXIMA TO RETURN-CODE
               END-IF
               STOP RUN.

           GRABAR-INCIDENTE.
               OPEN EXTEND INCIDENTES-FILE.
               IF WS-INCIDENTES-STATUS = "00" OR "05"
                   MOVE SPACES TO INCIDENTES-REGISTRO
                   ACCEPT INC-FECHA FROM DATE YYYYMMDD
                   ACCEPT INC-HORA FROM TIME
                   MOVE "MATRIZ" TO INC-PROGRAMA
                   MOVE WS-OPERADOR-ID TO INC-OPERADOR
                   MOVE WS-SEVERIDAD-INCIDENTE TO INC-SEVERIDAD
                   MOVE "N" TO INC-REVISADO
                   MOVE WS-MENSAJE-INCIDENTE TO INC-MENSAJE
                   WRITE INCIDENTES-REGISTRO
                   CLOSE INCIDENTES-FILE
               END-IF.

           PEDIR-DESDE.
               DISPLAY "Numero inicial de la matriz: ".
               ACCEPT WS-ENTRADA.
               IF WS-ENTRADA = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-ENTRADA) NOT = 0
                   PERFORM CONTAR-REINTENTO
                   DISPLAY "Valor no valido, debe ser un numero."
                   GO TO PEDIR-DESDE
               END-IF.
               COMPUTE WS-NUMERO-DESDE ROUNDED =
                   FUNCTION NUMVAL(WS-ENTRADA).

           PEDIR-DESDE-FIN.
               MOVE 0 TO WS-REINTENTOS.

           PEDIR-HASTA.
               MOVE WS-NUMERO-DESDE TO WS-EDICION-DESDE.
               DISPLAY "Numero final de la matriz (INTRO = "
                   FUNCTION TRIM(WS-EDICION-DESDE) "): ".
               ACCEPT WS-ENTRADA.
               IF WS-ENTRADA = SPACES
                   MOVE WS-NUMERO-DESDE TO WS-NUMERO-HASTA
                   GO TO PEDIR-HASTA-FIN
               END-IF.
               IF FUNCTION TEST-NUMVAL(WS-ENTRADA) NOT = 0
                   PERFORM CONTAR-REINTENTO
                   DISPLAY "Valor no valido, debe ser un numero."
                   GO TO PEDIR-HASTA
               END-IF.
               COMPUTE WS-NUMERO-HASTA ROUNDED =
                   FUNCTION NUMVAL(WS-ENTRADA).
               IF WS-NUMERO-HASTA < WS-NUMERO-DESDE
                   PERFORM CONTAR-REINTENTO
                   DISPLAY "El numero final no puede ser menor que "
                       "el inicial."
                   GO TO PEDIR-HASTA
               END-IF.

           PEDIR-HASTA-FIN.
               MOVE 0 TO WS-REINTENTOS.

           PEDIR-INCREMENTO.
               MOVE 1 TO WS-INCREMENTO.
               IF WS-NUMERO-HASTA = WS-NUMERO-DESDE
                   GO TO PEDIR-INCREMENTO-FIN
               END-IF.
               DISPLAY "Incremento entre numeros (INTRO = 1): ".
               ACCEPT WS-ENTRADA.
               IF WS-ENTRADA NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-ENTRADA) NOT = 0
                       PERFORM CONTAR-REINTENTO
                       DISPLAY "Valor no valido, debe ser un numero."
                       GO TO PEDIR-INCREMENTO
                   END-IF
                   COMPUTE WS-INCREMENTO ROUNDED =
                       FUNCTION NUMVAL(WS-ENTRADA)
               END-IF.
               IF WS-INCREMENTO NOT > 0
                   PERFORM CONTAR-REINTENTO
                   DISPLAY "El incremento debe ser mayor que cero."
                   GO TO PEDIR-INCREMENTO
               END-IF.
               COMPUTE WS-FILAS-CALCULO =
                   (WS-NUMERO-HASTA - WS-NUMERO-DESDE) / WS-INCREMENTO.
               IF WS-FILAS-CALCULO NOT < WS-FILAS-MAXIMO
                   PERFORM CONTAR-REINTENTO
                   DISPLAY "El rango da mas de " WS-FILAS-MAXIMO
                       " numeros, amplia el incremento."
                   GO TO PEDIR-INCREMENTO
               END-IF.

           PEDIR-INCREMENTO-FIN.
               MOVE 0 TO WS-REINTENTOS.

           PEDIR-OPERACION.
               DISPLAY "Operacion: 1=Multiplicar 2=Sumar 3=Restar "
                   "4=Dividir (INTRO = " WS-OPERACION-POR-DEFECTO
                   "). ".
               ACCEPT WS-OPERACION.
               IF WS-OPERACION = SPACE
                   MOVE WS-OPERACION-POR-DEFECTO TO WS-OPERACION
               END-IF.
               IF WS-OPERACION NOT = "1" AND NOT = "2"
                   AND NOT = "3" AND NOT = "4"
                   PERFORM CONTAR-REINTENTO
                   DISPLAY "Operacion no valida."
                   GO TO PEDIR-OPERACION
               END-IF.

           PEDIR-OPERACION-FIN.
               MOVE 0 TO WS-REINTENTOS.

           PEDIR-LIMITE.
               MOVE WS-LIMITE-POR-DEFECTO TO WS-LIMITE-DISPLAY.
               DISPLAY "Multiplicador maximo de la matriz (INTRO = "
                   WS-LIMITE-DISPLAY "): ".
               ACCEPT WS-ENTRADA.
               IF WS-ENTRADA = SPACES
                   MOVE WS-LIMITE-POR-DEFECTO TO WS-LIMITE
                   GO TO PEDIR-LIMITE-FIN
               END-IF.
               IF FUNCTION TRIM(WS-ENTRADA) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA))
                       NOT > 3
                   MOVE FUNCTION NUMVAL(WS-ENTRADA) TO WS-LIMITE
               ELSE
                   MOVE 0 TO WS-LIMITE
               END-IF.
               IF WS-LIMITE = 0
                   PERFORM CONTAR-REINTENTO
                   DISPLAY "Valor no valido, debe ser un numero "
                       "de 1 a 999."
                   GO TO PEDIR-LIMITE
               END-IF.

           PEDIR-LIMITE-FIN.
               MOVE 0 TO WS-REINTENTOS.

           CONTAR-REINTENTO.
               ADD 1 TO WS-REINTENTOS.
               IF WS-REINTENTOS > WS-MAX-REINTENTOS
                   DISPLAY "No se ha recibido una entrada valida, "
                       "abortando."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           FIJAR-SIMBOLO-OPERACION.
               EVALUATE WS-OPERACION
                   WHEN "2"
                       MOVE "+" TO WS-SIMBOLO-OPERACION
                   WHEN "3"
                       MOVE "-" TO WS-SIMBOLO-OPERACION
                   WHEN "4"
                       MOVE "/" TO WS-SIMBOLO-OPERACION
                   WHEN OTHER
                       MOVE "*" TO WS-SIMBOLO-OPERACION
               END-EVALUATE.

           PREPARAR-FILAS.
               MOVE 0 TO WS-FILAS-USADAS.
               MOVE WS-NUMERO-DESDE TO WS-RESULTADO.
               PERFORM PREPARAR-UNA-FILA
                   UNTIL WS-RESULTADO > WS-NUMERO-HASTA
                   OR WS-FILAS-USADAS = WS-FILAS-MAXIMO.
               MOVE 0 TO WS-C.
               PERFORM VACIAR-TOTAL-COLUMNA WS-LIMITE TIMES.

           PREPARAR-UNA-FILA.
               ADD 1 TO WS-FILAS-USADAS.
               MOVE WS-FILAS-USADAS TO WS-F.
               MOVE WS-RESULTADO TO WS-FILA-NUMERO (WS-F).
               MOVE 0 TO WS-TOTAL-FILA (WS-F).
               MOVE 0 TO WS-C.
               PERFORM VACIAR-CELDA WS-LIMITE TIMES.
               ADD WS-INCREMENTO TO WS-RESULTADO.

           VACIAR-TOTAL-COLUMNA.
               ADD 1 TO WS-C.
               MOVE 0 TO WS-TOTAL-COLUMNA (WS-C).

           VACIAR-CELDA.
               ADD 1 TO WS-C.
               MOVE 0 TO WS-CELDA-VALOR (WS-F WS-C).
               MOVE SPACE TO WS-CELDA-ORIGEN (WS-F WS-C).

      * El resultado de una celda no depende del limite de la tabla,
      * asi que sirve cualquier fila de MAESTRO.DAT con el mismo
      * numero, operacion y multiplicador.
           CARGAR-MAESTRO.
               OPEN INPUT MAESTRO-FILE.
               IF WS-MAESTRO-STATUS = "00"
                   PERFORM LEER-MAESTRO
               ELSE
                   IF WS-MAESTRO-STATUS NOT = "05"
                       DISPLAY "Aviso: no se pudo abrir MAESTRO.DAT "
                           "(estado " WS-MAESTRO-STATUS "), se "
                           "calculan todas las celdas."
                       MOVE "NO SE PUDO ABRIR MAESTRO.DAT"
                           TO WS-MENSAJE-INCIDENTE
                       MOVE 4 TO WS-SEVERIDAD-INCIDENTE
                       PERFORM GRABAR-INCIDENTE
                       MOVE 4 TO WS-CONDICION-MAXIMA
                   END-IF
               END-IF.
               CLOSE MAESTRO-FILE.

           LEER-MAESTRO.
               READ MAESTRO-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-MAESTRO-STATUS = "00"
                   ADD 1 TO WS-FILAS-MAESTRO-LEIDAS
                   IF MST-NUMERO IS NUMERIC
                       AND MST-MULTIPLICADOR IS NUMERIC
                       AND MST-RESULTADO IS NUMERIC
                       AND MST-OPERACION = WS-OPERACION
                       AND MST-MULTIPLICADOR > 0
                       AND MST-MULTIPLICADOR NOT > WS-LIMITE
                       AND MST-NUMERO NOT < WS-NUMERO-DESDE
                       AND MST-NUMERO NOT > WS-NUMERO-HASTA
                       PERFORM ANOTAR-CELDA-MAESTRO
                   END-IF
                   GO TO LEER-MAESTRO
               END-IF.

           ANOTAR-CELDA-MAESTRO.
               MOVE 0 TO WS-F-ENCONTRADA.
               MOVE 0 TO WS-F.
               PERFORM BUSCAR-FILA WS-FILAS-USADAS TIMES.
               IF WS-F-ENCONTRADA > 0
                   MOVE MST-MULTIPLICADOR TO WS-C
                   IF NOT CELDA-DE-MAESTRO (WS-F-ENCONTRADA WS-C)
                       MOVE MST-RESULTADO
                           TO WS-CELDA-VALOR (WS-F-ENCONTRADA WS-C)
                       SET CELDA-DE-MAESTRO (WS-F-ENCONTRADA WS-C)
                           TO TRUE
                       ADD 1 TO WS-FILAS-MAESTRO-USADAS
                   END-IF
               END-IF.

           BUSCAR-FILA.
               ADD 1 TO WS-F.
               IF WS-FILA-NUMERO (WS-F) = MST-NUMERO
                   MOVE WS-F TO WS-F-ENCONTRADA
               END-IF.

           COMPLETAR-FILA.
               ADD 1 TO WS-F.
               MOVE 0 TO WS-C.
               PERFORM COMPLETAR-CELDA WS-LIMITE TIMES.

      * Misma aritmetica que CALCULOS de calculadora.
           COMPLETAR-CELDA.
               ADD 1 TO WS-C.
               IF CELDA-DE-MAESTRO (WS-F WS-C)
                   ADD 1 TO WS-CELDAS-MAESTRO
               ELSE
                   EVALUATE TRUE
                       WHEN OP-SUMAR
                           COMPUTE WS-RESULTADO =
                               WS-FILA-NUMERO (WS-F) + WS-C
                       WHEN OP-RESTAR
                           COMPUTE WS-RESULTADO =
                               WS-FILA-NUMERO (WS-F) - WS-C
                       WHEN OP-DIVIDIR
                           COMPUTE WS-RESULTADO ROUNDED =
                               WS-FILA-NUMERO (WS-F) / WS-C
                       WHEN OTHER
                           COMPUTE WS-RESULTADO =
                               WS-FILA-NUMERO (WS-F) * WS-C
                   END-EVALUATE
                   MOVE WS-RESULTADO TO WS-CELDA-VALOR (WS-F WS-C)
                   SET CELDA-CALCULADA (WS-F WS-C) TO TRUE
                   ADD 1 TO WS-CELDAS-CALCULADAS
               END-IF.
               ADD WS-CELDA-VALOR (WS-F WS-C) TO WS-TOTAL-FILA (WS-F).
               ADD WS-CELDA-VALOR (WS-F WS-C)
                   TO WS-TOTAL-COLUMNA (WS-C).
               ADD WS-CELDA-VALOR (WS-F WS-C) TO WS-TOTAL-GENERAL.

           ABRIR-MATRIZ.
               OPEN OUTPUT MATRIZ-FILE.
               IF WS-MATRIZ-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir MATRIZ.TXT (estado "
                       WS-MATRIZ-STATUS "), abortando."
                   MOVE "NO SE PUDO ABRIR MATRIZ.TXT"
                       TO WS-MENSAJE-INCIDENTE
                   MOVE 8 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      * Cada bloque de seis multiplicadores empieza pagina; los totales
      * por fila van en el ultimo bloque, que es donde termina la fila.
           IMPRIMIR-BLOQUE.
               ADD 1 TO WS-BLOQUE.
               COMPUTE WS-COLUMNA-INICIAL =
                   (WS-BLOQUE - 1) * WS-COLUMNAS-BLOQUE + 1.
               COMPUTE WS-COLUMNA-FINAL =
                   WS-COLUMNA-INICIAL + WS-COLUMNAS-BLOQUE - 1.
               IF WS-COLUMNA-FINAL > WS-LIMITE
                   MOVE WS-LIMITE TO WS-COLUMNA-FINAL
               END-IF.
               IF WS-BLOQUE = WS-BLOQUES
                   SET ULTIMO-BLOQUE TO TRUE
               END-IF.
               PERFORM PREPARAR-COLUMNAS.
               PERFORM NUEVA-PAGINA.
               MOVE 0 TO WS-F.
               PERFORM IMPRIMIR-FILA WS-FILAS-USADAS TIMES.
               PERFORM IMPRIMIR-TOTALES-COLUMNA.

           PREPARAR-COLUMNAS.
               MOVE SPACES TO WS-COLMAT-TOTAL.
               MOVE SPACES TO WS-GUIMAT-TOTAL.
               MOVE 0 TO WS-K.
               PERFORM PREPARAR-UNA-COLUMNA WS-COLUMNAS-BLOQUE TIMES.
               IF ULTIMO-BLOQUE
                   MOVE "         TOTAL FILA" TO WS-COLMAT-TOTAL
                   MOVE "  -----------------" TO WS-GUIMAT-TOTAL
               END-IF.

           PREPARAR-UNA-COLUMNA.
               ADD 1 TO WS-K.
               COMPUTE WS-C = WS-COLUMNA-INICIAL + WS-K - 1.
               MOVE SPACES TO WS-COLMAT-ROTULO (WS-K).
               MOVE SPACES TO WS-GUIMAT (WS-K).
               IF WS-C > WS-COLUMNA-FINAL
                   MOVE SPACES TO WS-COLMAT (WS-K)
               ELSE
                   MOVE WS-SIMBOLO-OPERACION
                       TO WS-COLMAT-ROTULO (WS-K) (12:1)
                   MOVE WS-C TO WS-COLMAT-MULTIPLICADOR (WS-K)
                   MOVE "  ---------------" TO WS-GUIMAT (WS-K)
               END-IF.

           NUEVA-PAGINA.
               ADD 1 TO WS-PAGINA.
               MOVE WS-PAGINA TO WS-EDICION-PAGINA.
               MOVE WS-NUMERO-DESDE TO WS-EDICION-DESDE.
               MOVE WS-NUMERO-HASTA TO WS-EDICION-HASTA.
               MOVE WS-INCREMENTO TO WS-EDICION-INCREMENTO.
               MOVE WS-LIMITE TO WS-LIMITE-DISPLAY.
               MOVE "1" TO MTZ-CARRO.
               MOVE SPACES TO MTZ-LINEA.
               STRING "MATRIZ DE RESULTADOS  OPERACION "
                   DELIMITED BY SIZE
                   WS-SIMBOLO-OPERACION DELIMITED BY SIZE
                   "  NUMEROS " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDICION-DESDE) DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDICION-HASTA) DELIMITED BY SIZE
                   " INC. " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDICION-INCREMENTO)
                   DELIMITED BY SIZE
                   "  LIMITE " DELIMITED BY SIZE
                   WS-LIMITE-DISPLAY DELIMITED BY SIZE
                   "  FECHA " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   "  PAGINA " DELIMITED BY SIZE
                   WS-EDICION-PAGINA DELIMITED BY SIZE
                   INTO MTZ-LINEA
               END-STRING.
               WRITE MATRIZ-REGISTRO.
               MOVE SPACE TO MTZ-CARRO.
               MOVE SPACES TO MTZ-LINEA.
               MOVE WS-COLUMNA-INICIAL TO WS-EDICION-COLUMNA.
               MOVE WS-COLUMNA-FINAL TO WS-EDICION-COLUMNA-FINAL.
               STRING "MULTIPLICADORES " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDICION-COLUMNA) DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDICION-COLUMNA-FINAL)
                   DELIMITED BY SIZE
                   "   M = TOMADA DE MAESTRO.DAT   C = CALCULADA"
                   DELIMITED BY SIZE
                   INTO MTZ-LINEA
               END-STRING.
               WRITE MATRIZ-REGISTRO.
               MOVE SPACES TO MTZ-LINEA.
               WRITE MATRIZ-REGISTRO.
               MOVE WS-LINEA-COLUMNAS TO MTZ-LINEA.
               WRITE MATRIZ-REGISTRO.
               MOVE WS-LINEA-GUIONES TO MTZ-LINEA.
               WRITE MATRIZ-REGISTRO.
               MOVE 5 TO WS-LINEAS-PAGINA.

           IMPRIMIR-FILA.
               ADD 1 TO WS-F.
               IF WS-LINEAS-PAGINA NOT < WS-LINEAS-MAXIMO
                   PERFORM NUEVA-PAGINA
               END-IF.
               MOVE SPACES TO WS-LINEA-DETALLE.
               MOVE WS-FILA-NUMERO (WS-F) TO WS-EDICION-NUMERO.
               MOVE WS-EDICION-NUMERO TO WS-DETMAT-NUMERO.
               MOVE 0 TO WS-K.
               PERFORM IMPRIMIR-CELDA WS-COLUMNAS-BLOQUE TIMES.
               IF ULTIMO-BLOQUE
                   MOVE WS-TOTAL-FILA (WS-F) TO WS-DETMAT-TOTAL
               END-IF.
               MOVE SPACE TO MTZ-CARRO.
               MOVE WS-LINEA-DETALLE TO MTZ-LINEA.
               WRITE MATRIZ-REGISTRO.
               ADD 1 TO WS-LINEAS-PAGINA.

           IMPRIMIR-CELDA.
               ADD 1 TO WS-K.
               COMPUTE WS-C = WS-COLUMNA-INICIAL + WS-K - 1.
               IF WS-C NOT > WS-COLUMNA-FINAL
                   MOVE WS-CELDA-VALOR (WS-F WS-C)
                       TO WS-DETMAT-VALOR (WS-K)
                   MOVE WS-CELDA-ORIGEN (WS-F WS-C)
                       TO WS-DETMAT-ORIGEN (WS-K)
               END-IF.

           IMPRIMIR-TOTALES-COLUMNA.
               IF WS-LINEAS-PAGINA + 2 > WS-LINEAS-MAXIMO
                   PERFORM NUEVA-PAGINA
               END-IF.
               MOVE SPACE TO MTZ-CARRO.
               MOVE WS-LINEA-GUIONES TO MTZ-LINEA.
               WRITE MATRIZ-REGISTRO.
               MOVE SPACES TO WS-LINEA-DETALLE.
               MOVE "TOTAL COL." TO WS-DETMAT-NUMERO.
               MOVE 0 TO WS-K.
               PERFORM IMPRIMIR-TOTAL-COLUMNA WS-COLUMNAS-BLOQUE TIMES.
               IF ULTIMO-BLOQUE
                   MOVE WS-TOTAL-GENERAL TO WS-DETMAT-TOTAL
               END-IF.
               MOVE WS-LINEA-DETALLE TO MTZ-LINEA.
               WRITE MATRIZ-REGISTRO.
               ADD 2 TO WS-LINEAS-PAGINA.

           IMPRIMIR-TOTAL-COLUMNA.
               ADD 1 TO WS-K.
               COMPUTE WS-C = WS-COLUMNA-INICIAL + WS-K - 1.
               IF WS-C NOT > WS-COLUMNA-FINAL
                   MOVE WS-TOTAL-COLUMNA (WS-C)
                       TO WS-DETMAT-VALOR (WS-K)
               END-IF.

      * Cuadre: la suma de los totales por fila y la de los totales
      * por columna tienen que dar el total general.
           PAGINA-DE-TOTALES.
               MOVE 0 TO WS-F.
               PERFORM SUMAR-TOTAL-FILA WS-FILAS-USADAS TIMES.
               MOVE 0 TO WS-C.
               PERFORM SUMAR-TOTAL-COLUMNA WS-LIMITE TIMES.
               ADD 1 TO WS-PAGINA.
               MOVE "1" TO MTZ-CARRO.
               MOVE SPACES TO MTZ-LINEA.
               STRING "RESUMEN DE CONTROL DE LA MATRIZ - FECHA "
                   DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO MTZ-LINEA
               END-STRING.
               WRITE MATRIZ-REGISTRO.
               MOVE SPACE TO MTZ-CARRO.
               MOVE SPACES TO MTZ-LINEA.
               WRITE MATRIZ-REGISTRO.
               MOVE "NUMEROS (FILAS)...................:"
                   TO WS-TOTLST-TEXTO.
               MOVE WS-FILAS-USADAS TO WS-TOTLST-CIFRA.
               MOVE WS-LINEA-TOTAL TO MTZ-LINEA.
               WRITE MATRIZ-REGISTRO.
               MOVE "MULTIPLICADORES (COLUMNAS)........:"
                   TO WS-TOTLST-TEXTO.
               MOVE WS-LIMITE TO WS-TOTLST-CIFRA.
               MOVE WS-LINEA-TOTAL TO MTZ-LINEA.
               WRITE MATRIZ-REGISTRO.
               MOVE "CELDAS TOMADAS DE MAESTRO.DAT (M).:"
                   TO WS-TOTLST-TEXTO.
               MOVE WS-CELDAS-MAESTRO TO WS-TOTLST-CIFRA.
               MOVE WS-LINEA-TOTAL TO MTZ-LINEA.
               WRITE MATRIZ-REGISTRO.
               MOVE "CELDAS CALCULADAS (C).............:"
                   TO WS-TOTLST-TEXTO.
               MOVE WS-CELDAS-CALCULADAS TO WS-TOTLST-CIFRA.
               MOVE WS-LINEA-TOTAL TO MTZ-LINEA.
               WRITE MATRIZ-REGISTRO.
               MOVE "FILAS DE MAESTRO.DAT LEIDAS.......:"
                   TO WS-TOTLST-TEXTO.
               MOVE WS-FILAS-MAESTRO-LEIDAS TO WS-TOTLST-CIFRA.
               MOVE WS-LINEA-TOTAL TO MTZ-LINEA.
               WRITE MATRIZ-REGISTRO.
               MOVE "SUMA DE LOS TOTALES POR FILA......:"
                   TO WS-IMPLST-TEXTO.
               MOVE WS-SUMA-FILAS TO WS-IMPLST-CIFRA.
               MOVE WS-LINEA-IMPORTE TO MTZ-LINEA.
               WRITE MATRIZ-REGISTRO.
               MOVE "SUMA DE LOS TOTALES POR COLUMNA...:"
                   TO WS-IMPLST-TEXTO.
               MOVE WS-SUMA-COLUMNAS TO WS-IMPLST-CIFRA.
               MOVE WS-LINEA-IMPORTE TO MTZ-LINEA.
               WRITE MATRIZ-REGISTRO.
               MOVE "TOTAL GENERAL.....................:"
                   TO WS-IMPLST-TEXTO.
               MOVE WS-TOTAL-GENERAL TO WS-IMPLST-CIFRA.
               MOVE WS-LINEA-IMPORTE TO MTZ-LINEA.
               WRITE MATRIZ-REGISTRO.
               MOVE SPACES TO MTZ-LINEA.
               IF WS-SUMA-FILAS = WS-TOTAL-GENERAL
                   AND WS-SUMA-COLUMNAS = WS-TOTAL-GENERAL
                   MOVE "CUADRE DE FILAS Y COLUMNAS: CORRECTO"
                       TO MTZ-LINEA
               ELSE
                   MOVE "*** CUADRE DE FILAS Y COLUMNAS: DESCUADRE"
                       TO MTZ-LINEA
                   MOVE "DESCUADRE DE TOTALES EN MATRIZ.TXT"
                       TO WS-MENSAJE-INCIDENTE
                   MOVE 8 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
                   MOVE 8 TO WS-CONDICION-MAXIMA
               END-IF.
               WRITE MATRIZ-REGISTRO.
               DISPLAY "Celdas de MAESTRO.DAT: " WS-CELDAS-MAESTRO
                   "  calculadas: " WS-CELDAS-CALCULADAS.

           SUMAR-TOTAL-FILA.
               ADD 1 TO WS-F.
               ADD WS-TOTAL-FILA (WS-F) TO WS-SUMA-FILAS.

           SUMAR-TOTAL-COLUMNA.
               ADD 1 TO WS-C.
               ADD WS-TOTAL-COLUMNA (WS-C) TO WS-SUMA-COLUMNAS.


       END PROGRAM matriz.
