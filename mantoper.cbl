      *          los desconocidos) y cada campo con validacion
      *          (operaciones permitidas S/N, limite maximo 1-999,
      *          idioma ES/EN o NO para sin preferencia, permiso de
      *          mantparm S/N, roles de supervisor, mantenedor y
      *          recuperacion S/N, cuotas de uso en tablas y filas
      *          por dia y por mes con 0 para sin cuota), y reescribe
      *          el fichero en el trazado correcto a traves de
      *          OPERNUE.TMP, igual que hace mantparm con los
      *          parametros. Cada alta o cambio queda registrado en
      *          AUDITORIA.LOG con el operador.
      *          Solo un operador con rol de supervisor puede usarlo,
      *          y nadie puede modificar su propio perfil; los
      *          intentos rechazados quedan en AUDITORIA.LOG e
      *          INCIDENTES.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           SELECT OPTIONAL INCIDENTES-FILE ASSIGN TO "INCIDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY OPRREG.

       FD  OPERNUE-FILE.
       01  OPERNUE-REGISTRO PIC X(57).

       FD  AUDITORIA-FILE.
       01  AUDITORIA-REGISTRO.
       COPY AUDREG.

       FD  INCIDENTES-FILE.
       01  INCIDENTES-REGISTRO.
       COPY INCREG.

       WORKING-STORAGE SECTION.

       01 WS-OPERADORES-STATUS PIC XX.
       01 WS-OPERNUE-STATUS PIC XX.
           88 OPERNUE-STATUS-OK VALUES "00" "05".
       01 WS-AUDITORIA-STATUS PIC XX.
       01 WS-INCIDENTES-STATUS PIC XX.

       01 WS-MENSAJE-INCIDENTE PIC X(60).
       01 WS-SEVERIDAD-INCIDENTE PIC 99.
       01 WS-DETALLE-RECHAZO PIC X(30).

       01 WS-OPERADOR-ID PIC X(20).
       01 WS-PERFIL-PROPIO PIC 9(3) VALUE 0.
       01 WS-PERFIL-DEFECTO PIC 9(3) VALUE 0.
       01 WS-SUPERVISORES PIC 9(3) VALUE 0.
       01 WS-ROL-SUPERVISOR PIC X VALUE "N".

       01 WS-PERFIL-SALIDA.
       COPY OPRREG REPLACING LEADING ==OPR== BY ==SAL==.
              10 WS-PERFIL-LIMITE PIC 999.
              10 WS-PERFIL-IDIOMA PIC XX.
              10 WS-PERFIL-MANTPARM PIC X.
              10 WS-PERFIL-SUPERVISOR PIC X.
              10 WS-PERFIL-MANTENEDOR PIC X.
              10 WS-PERFIL-RECUPERACION PIC X.
              10 WS-PERFIL-CUOTA-DIA-TABLAS PIC 9(5).
              10 WS-PERFIL-CUOTA-DIA-FILAS PIC 9(7).
              10 WS-PERFIL-CUOTA-MES-TABLAS PIC 9(5).
              10 WS-PERFIL-CUOTA-MES-FILAS PIC 9(7).

       01 WS-PERFIL-ELEGIDO PIC 9(3) VALUE 0.
       01 WS-ID-ELEGIDO PIC X(20).
       01 WS-ENTRADA-LONGITUD PIC 99.
       01 WS-ENTRADA-NUMERICA PIC 999.
       01 WS-LIMITE-DISPLAY PIC ZZ9.
       01 WS-CUOTA-DIGITOS PIC 9.
       01 WS-CUOTA-NUMERICA PIC 9(7).
       01 WS-CUOTA-DISPLAY PIC Z(6)9.
       01 WS-LETRA PIC X.

       01 WS-REINTENTOS PIC 9(3) VALUE 0.
           05 WS-LINPER-IDIOMA PIC XX.
           05 FILLER PIC X(10) VALUE " MANTPARM ".
           05 WS-LINPER-MANTPARM PIC X.
           05 FILLER PIC X(5) VALUE " SUP ".
           05 WS-LINPER-SUPERVISOR PIC X.
           05 FILLER PIC X(5) VALUE " MAN ".
           05 WS-LINPER-MANTENEDOR PIC X.
           05 FILLER PIC X(5) VALUE " REC ".
           05 WS-LINPER-RECUPERACION PIC X.

       01 WS-LINEA-CUOTAS.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE " CUOTA DIA TABLAS ".
           05 WS-LINCUO-DIA-TABLAS PIC Z(4)9.
           05 FILLER PIC X(7) VALUE " FILAS ".
           05 WS-LINCUO-DIA-FILAS PIC Z(6)9.
           05 FILLER PIC X(12) VALUE " MES TABLAS ".
           05 WS-LINCUO-MES-TABLAS PIC Z(4)9.
           05 FILLER PIC X(7) VALUE " FILAS ".
           05 WS-LINCUO-MES-FILAS PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE "DESCONOCIDO" TO WS-OPERADOR-ID
           END-IF.
           PERFORM CARGAR-PERFILES.
           PERFORM COMPROBAR-ROL THRU COMPROBAR-ROL-FIN.

           BUCLE-MANTENIMIENTO.
           PERFORM MOSTRAR-PERFILES.
           PERFORM PEDIR-LIMITE THRU PEDIR-LIMITE-FIN.
           PERFORM PEDIR-IDIOMA THRU PEDIR-IDIOMA-FIN.
           PERFORM PEDIR-MANTPARM THRU PEDIR-MANTPARM-FIN.
           PERFORM PEDIR-SUPERVISOR THRU PEDIR-SUPERVISOR-FIN.
           PERFORM PEDIR-MANTENEDOR THRU PEDIR-MANTENEDOR-FIN.
           PERFORM PEDIR-RECUPERACION THRU PEDIR-RECUPERACION-FIN.
           PERFORM PEDIR-CUOTA-DIA-TABLAS
               THRU PEDIR-CUOTA-DIA-TABLAS-FIN.
           PERFORM PEDIR-CUOTA-DIA-FILAS
               THRU PEDIR-CUOTA-DIA-FILAS-FIN.
           PERFORM PEDIR-CUOTA-MES-TABLAS
               THRU PEDIR-CUOTA-MES-TABLAS-FIN.
           PERFORM PEDIR-CUOTA-MES-FILAS
               THRU PEDIR-CUOTA-MES-FILAS-FIN.
           ADD 1 TO WS-NUM-CAMBIOS.
           GO TO BUCLE-MANTENIMIENTO.

           FINALIZAR.
               STOP RUN.

           GRABAR-INCIDENTE.
               OPEN EXTEND INCIDENTES-FILE.
               IF WS-INCIDENTES-STATUS = "00" OR "05"
                   MOVE SPACES TO INCIDENTES-REGISTRO
                   ACCEPT INC-FECHA FROM DATE YYYYMMDD
                   ACCEPT INC-HORA FROM TIME
                   MOVE "MANTOPER" TO INC-PROGRAMA
                   MOVE WS-OPERADOR-ID TO INC-OPERADOR
                   MOVE WS-SEVERIDAD-INCIDENTE TO INC-SEVERIDAD
                   MOVE "N" TO INC-REVISADO
                   MOVE WS-MENSAJE-INCIDENTE TO INC-MENSAJE
                   WRITE INCIDENTES-REGISTRO
                   CLOSE INCIDENTES-FILE
               END-IF.

      * Sin OPERADORES.DAT, o mientras ningun perfil tenga el rol de
      * supervisor, se permite la entrada para poder asignar el
      * primero; a partir de ahi solo entran los supervisores.
           COMPROBAR-ROL.
               MOVE 0 TO WS-F.
               PERFORM EXAMINAR-PERFIL WS-PERFILES-USADOS TIMES.
               IF WS-SUPERVISORES = 0
                   DISPLAY "Aviso: ningun perfil tiene el rol de "
                       "supervisor; asigne al menos uno."
                   GO TO COMPROBAR-ROL-FIN
               END-IF.
               IF WS-PERFIL-PROPIO > 0
                   MOVE WS-PERFIL-SUPERVISOR (WS-PERFIL-PROPIO)
                       TO WS-ROL-SUPERVISOR
               ELSE
                   IF WS-PERFIL-DEFECTO > 0
                       MOVE WS-PERFIL-SUPERVISOR (WS-PERFIL-DEFECTO)
                           TO WS-ROL-SUPERVISOR
                   END-IF
               END-IF.
               IF WS-ROL-SUPERVISOR = "S"
                   GO TO COMPROBAR-ROL-FIN
               END-IF.
               DISPLAY "El operador " FUNCTION TRIM(WS-OPERADOR-ID)
                   " no tiene el rol de supervisor para modificar "
                   "OPERADORES.DAT.".
               MOVE "MANTOPER NO AUTORIZADO" TO WS-DETALLE-RECHAZO.
               PERFORM GRABAR-AUDITORIA-RECHAZO.
               MOVE "MANTOPER RECHAZADO POR ROL DE OPERADOR"
                   TO WS-MENSAJE-INCIDENTE.
               MOVE 8 TO WS-SEVERIDAD-INCIDENTE.
               PERFORM GRABAR-INCIDENTE.
               MOVE 8 TO RETURN-CODE.
               STOP RUN.

           COMPROBAR-ROL-FIN.
               CONTINUE.

           EXAMINAR-PERFIL.
               ADD 1 TO WS-F.
               IF WS-PERFIL-ID (WS-F) = WS-OPERADOR-ID
                   MOVE WS-F TO WS-PERFIL-PROPIO
               END-IF.
               IF WS-PERFIL-ID (WS-F) = "*DEFECTO*"
                   MOVE WS-F TO WS-PERFIL-DEFECTO
               END-IF.
               IF WS-PERFIL-SUPERVISOR (WS-F) = "S"
                   ADD 1 TO WS-SUPERVISORES
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
                   MOVE WS-DETALLE-RECHAZO TO AUD-DETALLE
                   WRITE AUDITORIA-REGISTRO
                   CLOSE AUDITORIA-FILE
               ELSE
                   DISPLAY "Aviso: no se pudo abrir AUDITORIA.LOG "
                       "(estado " WS-AUDITORIA-STATUS "), el "
                       "rechazo no queda auditado."
               END-IF.

           CARGAR-PERFILES.
               OPEN INPUT OPERADORES-FILE.
               IF WS-OPERADORES-STATUS = "00"
                           TO WS-PERFIL-IDIOMA (WS-F)
                       MOVE FUNCTION UPPER-CASE(OPR-MANTPARM)
                           TO WS-PERFIL-MANTPARM (WS-F)
                       MOVE "N" TO WS-PERFIL-SUPERVISOR (WS-F)
                       MOVE "N" TO WS-PERFIL-MANTENEDOR (WS-F)
                       MOVE "N" TO WS-PERFIL-RECUPERACION (WS-F)
                       IF OPR-ROL-SUPERVISOR = "S" OR "s"
                           MOVE "S" TO WS-PERFIL-SUPERVISOR (WS-F)
                       END-IF
                       IF OPR-ROL-MANTENEDOR = "S" OR "s"
                           MOVE "S" TO WS-PERFIL-MANTENEDOR (WS-F)
                       END-IF
                       IF OPR-ROL-RECUPERACION = "S" OR "s"
                           MOVE "S" TO WS-PERFIL-RECUPERACION (WS-F)
                       END-IF
                       MOVE 0 TO WS-PERFIL-CUOTA-DIA-TABLAS (WS-F)
                       MOVE 0 TO WS-PERFIL-CUOTA-DIA-FILAS (WS-F)
                       MOVE 0 TO WS-PERFIL-CUOTA-MES-TABLAS (WS-F)
                       MOVE 0 TO WS-PERFIL-CUOTA-MES-FILAS (WS-F)
                       IF OPR-CUOTA-DIA-TABLAS IS NUMERIC
                           MOVE OPR-CUOTA-DIA-TABLAS
                               TO WS-PERFIL-CUOTA-DIA-TABLAS (WS-F)
                       END-IF
                       IF OPR-CUOTA-DIA-FILAS IS NUMERIC
                           MOVE OPR-CUOTA-DIA-FILAS
                               TO WS-PERFIL-CUOTA-DIA-FILAS (WS-F)
                       END-IF
                       IF OPR-CUOTA-MES-TABLAS IS NUMERIC
                           MOVE OPR-CUOTA-MES-TABLAS
                               TO WS-PERFIL-CUOTA-MES-TABLAS (WS-F)
                       END-IF
                       IF OPR-CUOTA-MES-FILAS IS NUMERIC
                           MOVE OPR-CUOTA-MES-FILAS
                               TO WS-PERFIL-CUOTA-MES-FILAS (WS-F)
                       END-IF
                   ELSE
                       ADD 1 TO WS-PERFILES-PERDIDOS
                   END-IF
               MOVE WS-PERFIL-IDIOMA (WS-F) TO WS-LINPER-IDIOMA.
               MOVE WS-PERFIL-MANTPARM (WS-F)
                   TO WS-LINPER-MANTPARM.
               MOVE WS-PERFIL-SUPERVISOR (WS-F)
                   TO WS-LINPER-SUPERVISOR.
               MOVE WS-PERFIL-MANTENEDOR (WS-F)
                   TO WS-LINPER-MANTENEDOR.
               MOVE WS-PERFIL-RECUPERACION (WS-F)
                   TO WS-LINPER-RECUPERACION.
               DISPLAY WS-LINEA-PERFIL.
               MOVE WS-PERFIL-CUOTA-DIA-TABLAS (WS-F)
                   TO WS-LINCUO-DIA-TABLAS.
               MOVE WS-PERFIL-CUOTA-DIA-FILAS (WS-F)
                   TO WS-LINCUO-DIA-FILAS.
               MOVE WS-PERFIL-CUOTA-MES-TABLAS (WS-F)
                   TO WS-LINCUO-MES-TABLAS.
               MOVE WS-PERFIL-CUOTA-MES-FILAS (WS-F)
                   TO WS-LINCUO-MES-FILAS.
               DISPLAY WS-LINEA-CUOTAS.

           PEDIR-IDENTIFICADOR.
               DISPLAY "Operador a crear o modificar "
               MOVE 0 TO WS-PERFIL-ELEGIDO.
               MOVE 0 TO WS-F.
               PERFORM LOCALIZAR-PERFIL WS-PERFILES-USADOS TIMES.
      * El perfil propio no se toca; quien no tiene perfil propio
      * trabaja con *DEFECTO*, que para el cuenta como propio.
               IF WS-ID-ELEGIDO = WS-OPERADOR-ID
                   OR (WS-ID-ELEGIDO = "*DEFECTO*"
                       AND WS-PERFIL-PROPIO = 0)
                   DISPLAY "No se puede modificar el perfil propio; "
                       "debe hacerlo otro supervisor."
                   MOVE "MANTOPER PERFIL PROPIO" TO WS-DETALLE-RECHAZO
                   PERFORM GRABAR-AUDITORIA-RECHAZO
                   MOVE SPACES TO WS-MENSAJE-INCIDENTE
                   STRING "MANTOPER RECHAZADO CAMBIO DE PERFIL PROPIO "
                       DELIMITED BY SIZE
                       WS-ID-ELEGIDO DELIMITED BY SPACE
                       INTO WS-MENSAJE-INCIDENTE
                   END-STRING
                   MOVE 8 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
                   MOVE 8 TO RETURN-CODE
                   PERFORM CONTAR-REINTENTO
                   GO TO PEDIR-IDENTIFICADOR
               END-IF.
               IF WS-PERFIL-ELEGIDO = 0
                   IF WS-PERFILES-USADOS NOT < WS-PERFILES-MAXIMO
                       DISPLAY "Tabla de perfiles llena, no se "
                   MOVE 10 TO WS-PERFIL-LIMITE (WS-F)
                   MOVE SPACES TO WS-PERFIL-IDIOMA (WS-F)
                   MOVE "N" TO WS-PERFIL-MANTPARM (WS-F)
                   MOVE "N" TO WS-PERFIL-SUPERVISOR (WS-F)
                   MOVE "N" TO WS-PERFIL-MANTENEDOR (WS-F)
                   MOVE "N" TO WS-PERFIL-RECUPERACION (WS-F)
                   MOVE 0 TO WS-PERFIL-CUOTA-DIA-TABLAS (WS-F)
                   MOVE 0 TO WS-PERFIL-CUOTA-DIA-FILAS (WS-F)
                   MOVE 0 TO WS-PERFIL-CUOTA-MES-TABLAS (WS-F)
                   MOVE 0 TO WS-PERFIL-CUOTA-MES-FILAS (WS-F)
               END-IF.

           PEDIR-MULTIPLICAR.
           PEDIR-MANTPARM-FIN.
               MOVE 0 TO WS-REINTENTOS.

           PEDIR-SUPERVISOR.
               MOVE WS-PERFIL-SUPERVISOR (WS-F) TO WS-LETRA.
               DISPLAY "Rol de supervisor (perfiles e incidentes) "
                   "S/N [" WS-LETRA "]: ".
               PERFORM PEDIR-LETRA-SN THRU PEDIR-LETRA-SN-FIN.
               IF WS-LETRA = "X"
                   GO TO PEDIR-SUPERVISOR
               END-IF.
               MOVE WS-LETRA TO WS-PERFIL-SUPERVISOR (WS-F).

           PEDIR-SUPERVISOR-FIN.
               MOVE 0 TO WS-REINTENTOS.

           PEDIR-MANTENEDOR.
               MOVE WS-PERFIL-MANTENEDOR (WS-F) TO WS-LETRA.
               DISPLAY "Rol de mantenedor (datos y parametros) "
                   "S/N [" WS-LETRA "]: ".
               PERFORM PEDIR-LETRA-SN THRU PEDIR-LETRA-SN-FIN.
               IF WS-LETRA = "X"
                   GO TO PEDIR-MANTENEDOR
               END-IF.
               MOVE WS-LETRA TO WS-PERFIL-MANTENEDOR (WS-F).

           PEDIR-MANTENEDOR-FIN.
               MOVE 0 TO WS-REINTENTOS.

           PEDIR-RECUPERACION.
               MOVE WS-PERFIL-RECUPERACION (WS-F) TO WS-LETRA.
               DISPLAY "Rol de recuperacion (restaurar copias) "
                   "S/N [" WS-LETRA "]: ".
               PERFORM PEDIR-LETRA-SN THRU PEDIR-LETRA-SN-FIN.
               IF WS-LETRA = "X"
                   GO TO PEDIR-RECUPERACION
               END-IF.
               MOVE WS-LETRA TO WS-PERFIL-RECUPERACION (WS-F).

           PEDIR-RECUPERACION-FIN.
               MOVE 0 TO WS-REINTENTOS.

           PEDIR-CUOTA-DIA-TABLAS.
               MOVE WS-PERFIL-CUOTA-DIA-TABLAS (WS-F)
                   TO WS-CUOTA-DISPLAY.
               DISPLAY "Cuota de tablas por dia, 0 = sin cuota ["
                   FUNCTION TRIM(WS-CUOTA-DISPLAY) "]: ".
               ACCEPT WS-ENTRADA.
               IF WS-ENTRADA = SPACES
                   GO TO PEDIR-CUOTA-DIA-TABLAS-FIN
               END-IF.
               MOVE 5 TO WS-CUOTA-DIGITOS.
               PERFORM VALIDAR-ENTRADA-CUOTA.
               IF WS-ENTRADA-LONGITUD = 0
                   PERFORM CONTAR-REINTENTO
                   DISPLAY "Valor no valido, debe ser un numero "
                       "entre 0 y 99999."
                   GO TO PEDIR-CUOTA-DIA-TABLAS
               END-IF.
               MOVE WS-CUOTA-NUMERICA
                   TO WS-PERFIL-CUOTA-DIA-TABLAS (WS-F).

           PEDIR-CUOTA-DIA-TABLAS-FIN.
               MOVE 0 TO WS-REINTENTOS.

           PEDIR-CUOTA-DIA-FILAS.
               MOVE WS-PERFIL-CUOTA-DIA-FILAS (WS-F)
                   TO WS-CUOTA-DISPLAY.
               DISPLAY "Cuota de filas por dia, 0 = sin cuota ["
                   FUNCTION TRIM(WS-CUOTA-DISPLAY) "]: ".
               ACCEPT WS-ENTRADA.
               IF WS-ENTRADA = SPACES
                   GO TO PEDIR-CUOTA-DIA-FILAS-FIN
               END-IF.
               MOVE 7 TO WS-CUOTA-DIGITOS.
               PERFORM VALIDAR-ENTRADA-CUOTA.
               IF WS-ENTRADA-LONGITUD = 0
                   PERFORM CONTAR-REINTENTO
                   DISPLAY "Valor no valido, debe ser un numero "
                       "entre 0 y 9999999."
                   GO TO PEDIR-CUOTA-DIA-FILAS
               END-IF.
               MOVE WS-CUOTA-NUMERICA
                   TO WS-PERFIL-CUOTA-DIA-FILAS (WS-F).

           PEDIR-CUOTA-DIA-FILAS-FIN.
               MOVE 0 TO WS-REINTENTOS.

           PEDIR-CUOTA-MES-TABLAS.
               MOVE WS-PERFIL-CUOTA-MES-TABLAS (WS-F)
                   TO WS-CUOTA-DISPLAY.
               DISPLAY "Cuota de tablas por mes, 0 = sin cuota ["
                   FUNCTION TRIM(WS-CUOTA-DISPLAY) "]: ".
               ACCEPT WS-ENTRADA.
               IF WS-ENTRADA = SPACES
                   GO TO PEDIR-CUOTA-MES-TABLAS-FIN
               END-IF.
               MOVE 5 TO WS-CUOTA-DIGITOS.
               PERFORM VALIDAR-ENTRADA-CUOTA.
               IF WS-ENTRADA-LONGITUD = 0
                   PERFORM CONTAR-REINTENTO
                   DISPLAY "Valor no valido, debe ser un numero "
                       "entre 0 y 99999."
                   GO TO PEDIR-CUOTA-MES-TABLAS
               END-IF.
               MOVE WS-CUOTA-NUMERICA
                   TO WS-PERFIL-CUOTA-MES-TABLAS (WS-F).

           PEDIR-CUOTA-MES-TABLAS-FIN.
               MOVE 0 TO WS-REINTENTOS.

           PEDIR-CUOTA-MES-FILAS.
               MOVE WS-PERFIL-CUOTA-MES-FILAS (WS-F)
                   TO WS-CUOTA-DISPLAY.
               DISPLAY "Cuota de filas por mes, 0 = sin cuota ["
                   FUNCTION TRIM(WS-CUOTA-DISPLAY) "]: ".
               ACCEPT WS-ENTRADA.
               IF WS-ENTRADA = SPACES
                   GO TO PEDIR-CUOTA-MES-FILAS-FIN
               END-IF.
               MOVE 7 TO WS-CUOTA-DIGITOS.
               PERFORM VALIDAR-ENTRADA-CUOTA.
               IF WS-ENTRADA-LONGITUD = 0
                   PERFORM CONTAR-REINTENTO
                   DISPLAY "Valor no valido, debe ser un numero "
                       "entre 0 y 9999999."
                   GO TO PEDIR-CUOTA-MES-FILAS
               END-IF.
               MOVE WS-CUOTA-NUMERICA
                   TO WS-PERFIL-CUOTA-MES-FILAS (WS-F).

           PEDIR-CUOTA-MES-FILAS-FIN.
               MOVE 0 TO WS-REINTENTOS.

           VALIDAR-ENTRADA-NUMERICA.
               MOVE 0 TO WS-ENTRADA-LONGITUD.
               MOVE 0 TO WS-ENTRADA-NUMERICA.
                   END-IF
               END-IF.

      * Como VALIDAR-ENTRADA-NUMERICA, con tantas cifras como
      * WS-CUOTA-DIGITOS y admitiendo el cero.
           VALIDAR-ENTRADA-CUOTA.
               MOVE 0 TO WS-ENTRADA-LONGITUD.
               MOVE 0 TO WS-CUOTA-NUMERICA.
               IF WS-ENTRADA NOT = SPACES
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA))
                       TO WS-ENTRADA-LONGITUD
                   IF WS-ENTRADA-LONGITUD > WS-CUOTA-DIGITOS
                       MOVE 0 TO WS-ENTRADA-LONGITUD
                   ELSE
                       IF FUNCTION TRIM(WS-ENTRADA) IS NUMERIC
                           MOVE FUNCTION NUMVAL(WS-ENTRADA)
                               TO WS-CUOTA-NUMERICA
                       ELSE
                           MOVE 0 TO WS-ENTRADA-LONGITUD
                       END-IF
                   END-IF
               END-IF.

           CONTAR-REINTENTO.
               ADD 1 TO WS-REINTENTOS.
               IF WS-REINTENTOS > WS-MAX-REINTENTOS
               MOVE WS-PERFIL-LIMITE (WS-F) TO SAL-LIMITE-MAXIMO.
               MOVE WS-PERFIL-IDIOMA (WS-F) TO SAL-IDIOMA.
               MOVE WS-PERFIL-MANTPARM (WS-F) TO SAL-MANTPARM.
               MOVE WS-PERFIL-SUPERVISOR (WS-F) TO SAL-ROL-SUPERVISOR.
               MOVE WS-PERFIL-MANTENEDOR (WS-F) TO SAL-ROL-MANTENEDOR.
               MOVE WS-PERFIL-RECUPERACION (WS-F)
                   TO SAL-ROL-RECUPERACION.
               MOVE WS-PERFIL-CUOTA-DIA-TABLAS (WS-F)
                   TO SAL-CUOTA-DIA-TABLAS.
               MOVE WS-PERFIL-CUOTA-DIA-FILAS (WS-F)
                   TO SAL-CUOTA-DIA-FILAS.
               MOVE WS-PERFIL-CUOTA-MES-TABLAS (WS-F)
                   TO SAL-CUOTA-MES-TABLAS.
               MOVE WS-PERFIL-CUOTA-MES-FILAS (WS-F)
                   TO SAL-CUOTA-MES-FILAS.

           GRABAR-PERFIL-NUEVO.
               ADD 1 TO WS-F.
