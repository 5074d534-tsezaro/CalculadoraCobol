      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento interactivo de CALENDARIO.DAT, el
      *          calendario de dias habiles que usan interfaz, depurar,
      *          cierre y mensual. Muestra las excepciones vigentes,
      *          pide la fecha AAAAMMDD (validada como fecha real), el
      *          tipo de dia (F festivo, L laborable, C cierre de mes,
      *          B para dar de baja la excepcion) y una descripcion, y
      *          reescribe el fichero ordenado por fecha a traves de
      *          CALENUE.TMP, igual que mantoper con los perfiles. Cada
      *          alta, cambio o baja queda registrado en AUDITORIA.LOG
      *          con el operador. Exige el rol de mantenedor en
      *          OPERADORES.DAT; un intento rechazado queda en
      *          AUDITORIA.LOG e INCIDENTES.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantcal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-STATUS.
           SELECT OPTIONAL CALENUE-FILE ASSIGN TO "CALENUE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENUE-STATUS.
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
       FD  CALENDARIO-FILE.
       01  CALENDARIO-REGISTRO.
       COPY CALREG.

       FD  CALENUE-FILE.
       01  CALENUE-REGISTRO PIC X(41).

       FD  AUDITORIA-FILE.
       01  AUDITORIA-REGISTRO.
       COPY AUDREG.

       FD  OPERADORES-FILE.
       01  OPERADORES-REGISTRO.
       COPY OPRREG.

       FD  INCIDENTES-FILE.
       01  INCIDENTES-REGISTRO.
       COPY INCREG.

       WORKING-STORAGE SECTION.

       01 WS-CALENDARIO-STATUS PIC XX.
           88 CALENDARIO-STATUS-OK VALUES "00" "05".
       01 WS-CALENUE-STATUS PIC XX.
           88 CALENUE-STATUS-OK VALUES "00" "05".
       01 WS-AUDITORIA-STATUS PIC XX.
       01 WS-OPERADORES-STATUS PIC XX.
       01 WS-INCIDENTES-STATUS PIC XX.

       01 WS-MENSAJE-INCIDENTE PIC X(60).
       01 WS-SEVERIDAD-INCIDENTE PIC 99.

       01 WS-OPERADOR-ID PIC X(20).
       01 WS-ROL-OPERADOR PIC X VALUE "N".
       01 WS-ROL-DEFECTO PIC X VALUE "N".
       01 WS-PERFIL-ENCONTRADO PIC X VALUE "N".

       01 WS-DIA-SALIDA.
       COPY CALREG REPLACING LEADING ==CAL== BY ==SAL==.

       01 WS-CALENDARIO-MAXIMO PIC 9(4) VALUE 1000.
       01 WS-CALENDARIO-USADOS PIC 9(4) VALUE 0.
       01 WS-CALENDARIO-PERDIDOS PIC 9(5) VALUE 0.
       01 WS-CALENDARIO-INVALIDOS PIC 9(5) VALUE 0.
       01 WS-K PIC 9(4).
       01 WS-K2 PIC 9(4).
       01 WS-TABLA-CALENDARIO.
           05 WS-CALENDARIO-ENTRADA OCCURS 1000.
              10 WS-CALENDARIO-FECHA PIC X(8).
              10 WS-CALENDARIO-TIPO PIC X.
              10 WS-CALENDARIO-DESCRIPCION PIC X(30).
       01 WS-CALENDARIO-AUXILIAR PIC X(39).

       01 WS-DIA-ELEGIDO PIC 9(4) VALUE 0.
       01 WS-FECHA-ELEGIDA PIC X(8).
       01 WS-FECHA-NUMERICA PIC 9(8).
       01 WS-TIPO-ELEGIDO PIC X.
       01 WS-TIPO-ANTERIOR PIC X.
       01 WS-DIA-SEMANA PIC 9.

       01 WS-ENTRADA PIC X(30).

       01 WS-REINTENTOS PIC 9(3) VALUE 0.
       01 WS-MAX-REINTENTOS PIC 9(3) VALUE 20.

       01 WS-NUM-CAMBIOS PIC 9(3) VALUE 0.
       01 WS-GRABACION-FALLIDA PIC X VALUE "N".
           88 GRABACION-FALLIDA VALUE "S".
       01 WS-C PIC 9(3).
       01 WS-CAMBIOS-MAXIMO PIC 9(3) VALUE 200.
       01 WS-CAMBIOS-TABLA.
           05 WS-CAMBIO-DETALLE PIC X(30) OCCURS 200.
       01 WS-DETALLE-CAMBIO PIC X(30).

       01 WS-LINEA-DIA.
           05 WS-LINDIA-FECHA PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LINDIA-TIPO PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LINDIA-DESCRIPCION PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERADOR-ID = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR-ID
           END-IF.
           PERFORM COMPROBAR-ROL THRU COMPROBAR-ROL-FIN.
           PERFORM CARGAR-CALENDARIO.

           BUCLE-MANTENIMIENTO.
           PERFORM MOSTRAR-CALENDARIO.
           PERFORM PEDIR-FECHA THRU PEDIR-FECHA-FIN.
           IF WS-FECHA-ELEGIDA = SPACES
               GO TO GRABAR-Y-TERMINAR
           END-IF.
           PERFORM PEDIR-TIPO THRU PEDIR-TIPO-FIN.
           IF WS-TIPO-ELEGIDO = SPACE
               GO TO BUCLE-MANTENIMIENTO
           END-IF.
           IF WS-TIPO-ELEGIDO = "B"
               PERFORM DAR-DE-BAJA
           ELSE
               PERFORM PREPARAR-DIA
               PERFORM PEDIR-DESCRIPCION
           END-IF.
           GO TO BUCLE-MANTENIMIENTO.

           GRABAR-Y-TERMINAR.
           IF WS-NUM-CAMBIOS > 0
               PERFORM ORDENAR-CALENDARIO THRU ORDENAR-CALENDARIO-FIN
               PERFORM GRABAR-CALENDARIO THRU GRABAR-CALENDARIO-FIN
               IF GRABACION-FALLIDA
                   DISPLAY "Los cambios NO se han aplicado y no se "
                       "auditan."
               ELSE
                   PERFORM GRABAR-AUDITORIA-CAMBIOS
                       THRU GRABAR-AUDITORIA-CAMBIOS-FIN
                   DISPLAY "CALENDARIO.DAT actualizado ("
                       WS-NUM-CAMBIOS " cambio(s))."
               END-IF
           ELSE
               DISPLAY "Sin cambios, CALENDARIO.DAT no se modifica."
           END-IF.

           FINALIZAR.
               STOP RUN.

           GRABAR-INCIDENTE.
               OPEN EXTEND INCIDENTES-FILE.
               IF WS-INCIDENTES-STATUS = "00" OR "05"
                   MOVE SPACES TO INCIDENTES-REGISTRO
                   ACCEPT INC-FECHA FROM DATE YYYYMMDD
                   ACCEPT INC-HORA FROM TIME
                   MOVE "MANTCAL" TO INC-PROGRAMA
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
                   "modificar CALENDARIO.DAT.".
               PERFORM GRABAR-AUDITORIA-RECHAZO.
               MOVE "MANTCAL RECHAZADO POR ROL DE OPERADOR"
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
                   MOVE "MANTCAL NO AUTORIZADO" TO AUD-DETALLE
                   WRITE AUDITORIA-REGISTRO
                   CLOSE AUDITORIA-FILE
               ELSE
                   DISPLAY "Aviso: no se pudo abrir AUDITORIA.LOG "
                       "(estado " WS-AUDITORIA-STATUS "), el "
                       "rechazo no queda auditado."
               END-IF.

           CARGAR-CALENDARIO.
               OPEN INPUT CALENDARIO-FILE.
               IF WS-CALENDARIO-STATUS = "00"
                   PERFORM LEER-CALENDARIO
               ELSE
                   DISPLAY "CALENDARIO.DAT no existe o no se pudo "
                       "leer, se parte de un fichero vacio."
               END-IF.
               CLOSE CALENDARIO-FILE.

           LEER-CALENDARIO.
               READ CALENDARIO-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-CALENDARIO-STATUS = "00"
                   IF WS-CALENDARIO-USADOS < WS-CALENDARIO-MAXIMO
                       ADD 1 TO WS-CALENDARIO-USADOS
                       MOVE WS-CALENDARIO-USADOS TO WS-K
                       MOVE CAL-FECHA TO WS-CALENDARIO-FECHA (WS-K)
                       MOVE FUNCTION UPPER-CASE(CAL-TIPO)
                           TO WS-CALENDARIO-TIPO (WS-K)
                       MOVE CAL-DESCRIPCION
                           TO WS-CALENDARIO-DESCRIPCION (WS-K)
                       IF CAL-FECHA IS NOT NUMERIC
                           OR WS-CALENDARIO-TIPO (WS-K) NOT = "F"
                           AND NOT = "L" AND NOT = "C"
                           ADD 1 TO WS-CALENDARIO-INVALIDOS
                       END-IF
                   ELSE
                       ADD 1 TO WS-CALENDARIO-PERDIDOS
                   END-IF
                   GO TO LEER-CALENDARIO
               END-IF.

           MOSTRAR-CALENDARIO.
               DISPLAY "===== EXCEPCIONES DEL CALENDARIO =====".
               DISPLAY "(Lunes a viernes son habiles y sabado y "
                   "domingo inhabiles salvo excepcion)".
               IF WS-CALENDARIO-USADOS = 0
                   DISPLAY "(SIN EXCEPCIONES)"
               END-IF.
               MOVE 0 TO WS-K.
               PERFORM MOSTRAR-UN-DIA WS-CALENDARIO-USADOS TIMES.
               IF WS-CALENDARIO-PERDIDOS > 0
                   DISPLAY "Dias fuera de la tabla interna: "
                       WS-CALENDARIO-PERDIDOS
               END-IF.
               IF WS-CALENDARIO-INVALIDOS > 0
                   DISPLAY "Lineas con fecha o tipo no valido: "
                       WS-CALENDARIO-INVALIDOS
                       " (corregirlas o darlas de baja)"
               END-IF.

           MOSTRAR-UN-DIA.
               ADD 1 TO WS-K.
               MOVE WS-CALENDARIO-FECHA (WS-K) TO WS-LINDIA-FECHA.
               EVALUATE WS-CALENDARIO-TIPO (WS-K)
                   WHEN "F"
                       MOVE "FESTIVO" TO WS-LINDIA-TIPO
                   WHEN "L"
                       MOVE "LABORABLE" TO WS-LINDIA-TIPO
                   WHEN "C"
                       MOVE "CIERRE MES" TO WS-LINDIA-TIPO
                   WHEN OTHER
                       MOVE "*INVALIDO*" TO WS-LINDIA-TIPO
               END-EVALUATE.
               MOVE WS-CALENDARIO-DESCRIPCION (WS-K)
                   TO WS-LINDIA-DESCRIPCION.
               DISPLAY WS-LINEA-DIA.

           PEDIR-FECHA.
               DISPLAY "Fecha AAAAMMDD a crear, modificar o dar de "
                   "baja (INTRO = terminar): ".
               ACCEPT WS-ENTRADA.
               MOVE SPACES TO WS-FECHA-ELEGIDA.
               IF WS-ENTRADA = SPACES
                   GO TO PEDIR-FECHA-FIN
               END-IF.
               IF WS-ENTRADA (1:8) IS NOT NUMERIC
                   OR WS-ENTRADA (9:22) NOT = SPACES
                   PERFORM CONTAR-REINTENTO
                   DISPLAY "Valor no valido, debe ser AAAAMMDD."
                   GO TO PEDIR-FECHA
               END-IF.
               MOVE WS-ENTRADA (1:8) TO WS-FECHA-NUMERICA.
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-NUMERICA)
                   NOT = 0
                   PERFORM CONTAR-REINTENTO
                   DISPLAY "La fecha " WS-ENTRADA (1:8)
                       " no existe en el calendario."
                   GO TO PEDIR-FECHA
               END-IF.
               MOVE WS-ENTRADA (1:8) TO WS-FECHA-ELEGIDA.
               MOVE 0 TO WS-DIA-ELEGIDO.
               MOVE 0 TO WS-K.
               PERFORM LOCALIZAR-DIA WS-CALENDARIO-USADOS TIMES.
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE(WS-FECHA-NUMERICA), 7).
               IF WS-DIA-SEMANA = 0 OR 6
                   DISPLAY "La fecha cae en fin de semana "
                       "(inhabil salvo excepcion L)."
               ELSE
                   DISPLAY "La fecha cae entre lunes y viernes "
                       "(habil salvo excepcion F)."
               END-IF.
               IF WS-DIA-ELEGIDO = 0
                   IF WS-CALENDARIO-USADOS NOT < WS-CALENDARIO-MAXIMO
                       DISPLAY "Tabla del calendario llena, no se "
                           "pueden crear mas excepciones."
                       MOVE SPACES TO WS-FECHA-ELEGIDA
                       GO TO PEDIR-FECHA-FIN
                   END-IF
                   DISPLAY "Fecha sin excepcion, se creara."
               END-IF.

           PEDIR-FECHA-FIN.
               MOVE 0 TO WS-REINTENTOS.

           LOCALIZAR-DIA.
               ADD 1 TO WS-K.
               IF WS-CALENDARIO-FECHA (WS-K) = WS-FECHA-ELEGIDA
                   MOVE WS-K TO WS-DIA-ELEGIDO
               END-IF.

           PEDIR-TIPO.
               MOVE SPACE TO WS-TIPO-ANTERIOR.
               IF WS-DIA-ELEGIDO > 0
                   MOVE WS-CALENDARIO-TIPO (WS-DIA-ELEGIDO)
                       TO WS-TIPO-ANTERIOR
               END-IF.
               DISPLAY "Tipo F festivo, L laborable, C cierre de mes, "
                   "B baja [" WS-TIPO-ANTERIOR "]: ".
               ACCEPT WS-ENTRADA.
               IF WS-ENTRADA = SPACES
                   MOVE WS-TIPO-ANTERIOR TO WS-TIPO-ELEGIDO
                   GO TO PEDIR-TIPO-FIN
               END-IF.
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA) TO WS-ENTRADA.
               IF WS-ENTRADA NOT = "F" AND NOT = "L" AND NOT = "C"
                   AND NOT = "B"
                   PERFORM CONTAR-REINTENTO
                   DISPLAY "Valor no valido, debe ser F, L, C o B."
                   GO TO PEDIR-TIPO
               END-IF.
               IF WS-ENTRADA = "B" AND WS-DIA-ELEGIDO = 0
                   DISPLAY "La fecha no tiene excepcion que dar de "
                       "baja."
                   MOVE SPACE TO WS-TIPO-ELEGIDO
                   GO TO PEDIR-TIPO-FIN
               END-IF.
               MOVE WS-ENTRADA (1:1) TO WS-TIPO-ELEGIDO.

           PEDIR-TIPO-FIN.
               MOVE 0 TO WS-REINTENTOS.

           PREPARAR-DIA.
               IF WS-DIA-ELEGIDO = 0
                   ADD 1 TO WS-CALENDARIO-USADOS
                   MOVE WS-CALENDARIO-USADOS TO WS-DIA-ELEGIDO
                   MOVE WS-FECHA-ELEGIDA
                       TO WS-CALENDARIO-FECHA (WS-DIA-ELEGIDO)
                   MOVE SPACES
                       TO WS-CALENDARIO-DESCRIPCION (WS-DIA-ELEGIDO)
               END-IF.
               MOVE WS-TIPO-ELEGIDO
                   TO WS-CALENDARIO-TIPO (WS-DIA-ELEGIDO).
               MOVE SPACES TO WS-DETALLE-CAMBIO.
               STRING "CALENDARIO " WS-FECHA-ELEGIDA " "
                   WS-TIPO-ANTERIOR " -> " WS-TIPO-ELEGIDO
                   DELIMITED BY SIZE
                   INTO WS-DETALLE-CAMBIO
               END-STRING.
               PERFORM ANOTAR-CAMBIO.

           PEDIR-DESCRIPCION.
               DISPLAY "Descripcion ["
                   FUNCTION TRIM(WS-CALENDARIO-DESCRIPCION
                   (WS-DIA-ELEGIDO)) "]: ".
               ACCEPT WS-ENTRADA.
               IF WS-ENTRADA NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-ENTRADA)
                       TO WS-CALENDARIO-DESCRIPCION (WS-DIA-ELEGIDO)
               END-IF.

      * La baja desplaza una posicion hacia arriba las entradas que
      * siguen a la elegida.
           DAR-DE-BAJA.
               MOVE WS-DIA-ELEGIDO TO WS-K.
               COMPUTE WS-K2 = WS-CALENDARIO-USADOS - WS-DIA-ELEGIDO.
               PERFORM SUBIR-UN-DIA WS-K2 TIMES.
               SUBTRACT 1 FROM WS-CALENDARIO-USADOS.
               MOVE SPACES TO WS-DETALLE-CAMBIO.
               STRING "CALENDARIO " WS-FECHA-ELEGIDA " "
                   WS-TIPO-ANTERIOR " -> BAJA"
                   DELIMITED BY SIZE
                   INTO WS-DETALLE-CAMBIO
               END-STRING.
               PERFORM ANOTAR-CAMBIO.

           SUBIR-UN-DIA.
               MOVE WS-CALENDARIO-ENTRADA (WS-K + 1)
                   TO WS-CALENDARIO-ENTRADA (WS-K).
               ADD 1 TO WS-K.

           CONTAR-REINTENTO.
               ADD 1 TO WS-REINTENTOS.
               IF WS-REINTENTOS > WS-MAX-REINTENTOS
                   DISPLAY "No se ha recibido una entrada valida, "
                       "abortando sin cambios."
                   GO TO FINALIZAR
               END-IF.

           ANOTAR-CAMBIO.
               ADD 1 TO WS-NUM-CAMBIOS.
               IF WS-NUM-CAMBIOS NOT > WS-CAMBIOS-MAXIMO
                   MOVE WS-DETALLE-CAMBIO
                       TO WS-CAMBIO-DETALLE (WS-NUM-CAMBIOS)
               END-IF.
               MOVE 0 TO WS-REINTENTOS.

           ORDENAR-CALENDARIO.
               IF WS-CALENDARIO-USADOS < 2
                   GO TO ORDENAR-CALENDARIO-FIN
               END-IF.
               MOVE 1 TO WS-K.

           ORDENAR-PASADA.
               MOVE WS-K TO WS-K2.

           ORDENAR-COMPARAR.
               ADD 1 TO WS-K2.
               IF WS-K2 NOT > WS-CALENDARIO-USADOS
                   IF WS-CALENDARIO-FECHA (WS-K2)
                       < WS-CALENDARIO-FECHA (WS-K)
                       MOVE WS-CALENDARIO-ENTRADA (WS-K)
                           TO WS-CALENDARIO-AUXILIAR
                       MOVE WS-CALENDARIO-ENTRADA (WS-K2)
                           TO WS-CALENDARIO-ENTRADA (WS-K)
                       MOVE WS-CALENDARIO-AUXILIAR
                           TO WS-CALENDARIO-ENTRADA (WS-K2)
                   END-IF
                   GO TO ORDENAR-COMPARAR
               END-IF.
               ADD 1 TO WS-K.
               IF WS-K < WS-CALENDARIO-USADOS
                   GO TO ORDENAR-PASADA
               END-IF.

           ORDENAR-CALENDARIO-FIN.
               CONTINUE.

           GRABAR-CALENDARIO.
      * La reescritura sale de la tabla interna; si hay dias fuera
      * de ella, reescribir los borraria.
               IF WS-CALENDARIO-PERDIDOS > 0
                   DISPLAY "Hay dias fuera de la tabla interna; "
                       "no se graba para no perderlos."
                   SET GRABACION-FALLIDA TO TRUE
                   MOVE 8 TO RETURN-CODE
                   GO TO GRABAR-CALENDARIO-FIN
               END-IF.
               OPEN OUTPUT CALENUE-FILE.
               IF NOT CALENUE-STATUS-OK
                   DISPLAY "No se pudo escribir CALENUE.TMP (estado "
                       WS-CALENUE-STATUS "); CALENDARIO.DAT queda "
                       "sin cambios."
                   SET GRABACION-FALLIDA TO TRUE
                   MOVE 8 TO RETURN-CODE
                   GO TO GRABAR-CALENDARIO-FIN
               END-IF.
               MOVE 0 TO WS-K.
               PERFORM GRABAR-DIA-NUEVO WS-CALENDARIO-USADOS TIMES.
               CLOSE CALENUE-FILE.
               IF GRABACION-FALLIDA
                   GO TO GRABAR-CALENDARIO-FIN
               END-IF.
               OPEN OUTPUT CALENDARIO-FILE.
               IF NOT CALENDARIO-STATUS-OK
                   DISPLAY "No se pudo reescribir CALENDARIO.DAT "
                       "(estado " WS-CALENDARIO-STATUS "); el "
                       "fichero correcto esta en CALENUE.TMP."
                   SET GRABACION-FALLIDA TO TRUE
                   MOVE 8 TO RETURN-CODE
                   GO TO GRABAR-CALENDARIO-FIN
               END-IF.
               MOVE 0 TO WS-K.
               PERFORM GRABAR-DIA-VIVO WS-CALENDARIO-USADOS TIMES.
               CLOSE CALENDARIO-FILE.

           GRABAR-CALENDARIO-FIN.
               CONTINUE.

           FORMAR-DIA-SALIDA.
               MOVE SPACES TO WS-DIA-SALIDA.
               MOVE WS-CALENDARIO-FECHA (WS-K) TO SAL-FECHA.
               MOVE WS-CALENDARIO-TIPO (WS-K) TO SAL-TIPO.
               MOVE WS-CALENDARIO-DESCRIPCION (WS-K)
                   TO SAL-DESCRIPCION.

           GRABAR-DIA-NUEVO.
               ADD 1 TO WS-K.
               PERFORM FORMAR-DIA-SALIDA.
               MOVE WS-DIA-SALIDA TO CALENUE-REGISTRO.
               WRITE CALENUE-REGISTRO.
               IF WS-CALENUE-STATUS NOT = "00"
                   DISPLAY "Fallo de escritura en CALENUE.TMP "
                       "(estado " WS-CALENUE-STATUS ")."
                   SET GRABACION-FALLIDA TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF.

           GRABAR-DIA-VIVO.
               ADD 1 TO WS-K.
               PERFORM FORMAR-DIA-SALIDA.
               MOVE WS-DIA-SALIDA TO CALENDARIO-REGISTRO.
               WRITE CALENDARIO-REGISTRO.
               IF WS-CALENDARIO-STATUS NOT = "00"
                   DISPLAY "Fallo de escritura al reescribir "
                       "CALENDARIO.DAT (estado "
                       WS-CALENDARIO-STATUS "); el fichero "
                       "correcto esta en CALENUE.TMP."
                   SET GRABACION-FALLIDA TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF.

           GRABAR-AUDITORIA-CAMBIOS.
               OPEN EXTEND AUDITORIA-FILE.
               IF WS-AUDITORIA-STATUS NOT = "00"
                   OPEN OUTPUT AUDITORIA-FILE
               END-IF.
               IF WS-AUDITORIA-STATUS NOT = "00"
                   DISPLAY "Aviso: no se pudo abrir AUDITORIA.LOG "
                       "(estado " WS-AUDITORIA-STATUS "), los "
                       "cambios no quedan auditados."
                   GO TO GRABAR-AUDITORIA-CAMBIOS-FIN
               END-IF.
               IF WS-NUM-CAMBIOS > WS-CAMBIOS-MAXIMO
                   MOVE WS-CAMBIOS-MAXIMO TO WS-NUM-CAMBIOS
               END-IF.
               MOVE 0 TO WS-C.
               PERFORM GRABAR-UN-CAMBIO WS-NUM-CAMBIOS TIMES.
               CLOSE AUDITORIA-FILE.

           GRABAR-AUDITORIA-CAMBIOS-FIN.
               CONTINUE.

           GRABAR-UN-CAMBIO.
               ADD 1 TO WS-C.
               MOVE SPACES TO AUDITORIA-REGISTRO.
               ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
               ACCEPT AUD-HORA FROM TIME.
               MOVE WS-OPERADOR-ID TO AUD-OPERADOR.
               MOVE 0 TO AUD-NUMERO.
               MOVE 0 TO AUD-LIMITE.
               MOVE "P" TO AUD-OPERACION.
               MOVE SPACE TO AUD-ORIGEN.
               MOVE WS-CAMBIO-DETALLE (WS-C) TO AUD-DETALLE.
               WRITE AUDITORIA-REGISTRO.
               IF WS-AUDITORIA-STATUS NOT = "00"
                   DISPLAY "Aviso: no se pudo escribir en "
                       "AUDITORIA.LOG (estado "
                       WS-AUDITORIA-STATUS ")."
               END-IF.


       END PROGRAM mantcal.
