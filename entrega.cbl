      ******************************************************************
      * Author:
      * Date:
      * Purpose: Entrega de resultados de la cola de trabajos. Recorre
      *          TRABAJOS.DAT y, para cada peticion HECHO o RECHAZADO
      *          que aun no figura en el libro de entregas ENTREGAS.DAT,
      *          deja el resultado en el buzon del solicitante
      *          BUZON.solicitante.TXT: la tabla extraida de TABLA.DAT
      *          o, si depurar ya la archivo, de las generaciones
      *          TABLA.DAT.aaaammdd.ARC desde hoy hacia atras hasta la
      *          fecha de la peticion (cabecera de la ejecucion
      *          TRB-EJECUCION con la misma operacion y tantas filas del
      *          mismo numero como el limite pedido) o, si calculadora
      *          la sirvio desde el maestro sin escribir filas, la de
      *          MAESTRO.DAT redondeada a los decimales de
      *          PARAMETROS.DAT, en imagen de impresion de listado,
      *          o un aviso con el motivo si la peticion fue rechazada.
      *          El buzon solo se escribe con la tabla completa. Las
      *          peticiones servidas por ejecuciones que el colector aun
      *          no ha fundido (segun FUSION.DAT) esperan a la siguiente
      *          pasada. Cada entrega
      *          se anota en ENTREGAS.DAT para no repetirla nunca.
      *          Informe en ENTREGA.TXT, con RETURN-CODE 4 si alguna
      *          tabla no se encuentra en ninguna fuente y 8 si falla el
      *          libro o un buzon.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. entrega.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRABAJOS-FILE ASSIGN TO "TRABAJOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABAJOS-STATUS.
           SELECT OPTIONAL TABLA-SALIDA-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-TABLA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLA-SALIDA-STATUS.
           SELECT OPTIONAL MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT OPTIONAL PARAMETRO-FILE ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STATUS.
           SELECT OPTIONAL FUSION-FILE ASSIGN TO "FUSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUSION-STATUS.
           SELECT OPTIONAL ENTREGAS-FILE ASSIGN TO "ENTREGAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTREGAS-STATUS.
           SELECT OPTIONAL BUZON-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-BUZON
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUZON-STATUS.
           SELECT OPTIONAL INCIDENTES-FILE ASSIGN TO "INCIDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENTES-STATUS.
           SELECT INFORME-FILE ASSIGN TO "ENTREGA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRABAJOS-FILE.
       01  TRABAJOS-REGISTRO.
       COPY TRBREG.

       FD  TABLA-SALIDA-FILE.
       01  TABLA-SALIDA-REGISTRO.
       COPY TABREG.

       FD  MAESTRO-FILE.
       01  MAESTRO-REGISTRO.
       COPY MSTREG.

       FD  PARAMETRO-FILE.
       01  PARAMETRO-REGISTRO.
       COPY PARMREG.

       FD  FUSION-FILE.
       01  FUSION-REGISTRO.
           05 FUS-ULTIMA-FUNDIDA PIC 9(6).

       FD  ENTREGAS-FILE.
       01  ENTREGAS-REGISTRO.
           05 ENT-SECUENCIA PIC 9(6).
           05 ENT-FILLER1 PIC X.
           05 ENT-FECHA PIC X(8).
           05 ENT-FILLER2 PIC X.
           05 ENT-HORA PIC X(6).
           05 ENT-FILLER3 PIC X.
           05 ENT-SOLICITANTE PIC X(20).
           05 ENT-FILLER4 PIC X.
           05 ENT-EJECUCION PIC 9(6).
           05 ENT-FILLER5 PIC X.
           05 ENT-ESTADO PIC X(9).
           05 ENT-FILLER6 PIC X.
           05 ENT-FILAS PIC 9(5).
           05 ENT-FILLER7 PIC X.
           05 ENT-BUZON PIC X(40).

       FD  BUZON-FILE.
       01  BUZON-REGISTRO.
           05 BZN-CARRO PIC X.
           05 BZN-LINEA PIC X(132).

       FD  INCIDENTES-FILE.
       01  INCIDENTES-REGISTRO.
       COPY INCREG.

       FD  INFORME-FILE.
       01  INFORME-REGISTRO PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-TRABAJOS-STATUS PIC XX.
       01 WS-TABLA-SALIDA-STATUS PIC XX.
       01 WS-FUSION-STATUS PIC XX.
       01 WS-MAESTRO-STATUS PIC XX.
       01 WS-PARAMETRO-STATUS PIC XX.
       01 WS-ENTREGAS-STATUS PIC XX.
           88 ENTREGAS-STATUS-OK VALUES "00" "05".
       01 WS-BUZON-STATUS PIC XX.
           88 BUZON-STATUS-OK VALUES "00" "05".
       01 WS-INCIDENTES-STATUS PIC XX.
       01 WS-INFORME-STATUS PIC XX.

       01 WS-NOMBRE-BUZON PIC X(40).
       01 WS-NOMBRE-TABLA PIC X(30).

       01 WS-OPERADOR-ID PIC X(20).
       01 WS-MENSAJE-INCIDENTE PIC X(60).
       01 WS-SEVERIDAD-INCIDENTE PIC 99.
       01 WS-CONDICION-MAXIMA PIC 99 VALUE 0.

       01 WS-FECHA-HOY PIC X(8).
       01 WS-FECHA-HOY-NUM PIC 9(8).
       01 WS-HORA-AHORA PIC X(6).
       01 WS-ULTIMA-FUNDIDA PIC 9(6) VALUE 0.

       01 WS-ENTREGA-LOCALIZADA PIC X VALUE "N".
           88 ENTREGA-LOCALIZADA VALUE "S".

       01 WS-SOLICITANTE-BUZON PIC X(20).
       01 WS-NUMERO-BUSCADO PIC S9(5)V9(4).
       01 WS-NUMERO-FILA PIC S9(5)V9(4).
       01 WS-EJECUCION-ACTUAL PIC 9(6) VALUE 0.
       01 WS-OPERACION-ACTUAL PIC X VALUE SPACE.
       01 WS-MULTIPLICADOR-ANTERIOR PIC 999 VALUE 0.
       01 WS-FILAS-TABLA PIC 9(5) VALUE 0.

      * Localizacion de la tabla: registro de TABLA.DAT (o de la
      * generacion archivada) donde empieza la serie que casa con la
      * peticion, y la serie candidata que se esta contando.
       01 WS-REGISTRO-LEIDO PIC 9(9) VALUE 0.
       01 WS-INICIO-TABLA PIC 9(9) VALUE 0.
       01 WS-INICIO-CANDIDATO PIC 9(9) VALUE 0.
       01 WS-FILAS-CANDIDATO PIC 9(5) VALUE 0.
       01 WS-DIAS-ENTERO PIC 9(8).
       01 WS-DIAS-LIMITE PIC 9(8).
       01 WS-DIAS-ATRAS PIC 9(4) VALUE 365.
       01 WS-FECHA-GEN-NUM PIC 9(8).
       01 WS-FECHA-GEN PIC X(8).
       01 WS-FECHA-PETICION-NUM PIC 9(8).

      * Filas de la tabla localizada, guardadas en la misma lectura
      * que la localiza: el buzon solo se abre con la tabla completa.
      * Los multiplicadores van de 1 a 999, asi que no caben mas.
       01 WS-TABLA-FILAS.
           05 WS-FILA OCCURS 999.
              10 WS-FILA-GUARDADA PIC X(30).
              10 WS-FILA-PRESENTE PIC X.
       01 WS-F PIC 9(4).
       01 WS-FILA-ENTREGA.
           05 WS-FE-NUMERO PIC -9(5).9(4).
           05 WS-FE-MULTIPLICADOR PIC 999.
           05 WS-FE-RESULTADO PIC -9(10).9(4).
       01 WS-ORIGEN-TABLA PIC X VALUE "T".
           88 ORIGEN-TABLA VALUE "T".
           88 ORIGEN-MAESTRO VALUE "M".

      * Cabecera de la ejecucion de la peticion, vista en alguna
      * fuente aunque no haya filas suyas (tabla servida del maestro).
       01 WS-CABECERA-EJECUCION PIC X VALUE "N".
           88 CABECERA-EJECUCION-VISTA VALUE "S".
       01 WS-EJEC-FECHA PIC X(8).
       01 WS-EJEC-OPERADOR PIC X(20).

      * Redondeo de los resultados del maestro como lo hace
      * calculadora al escribir TABLA.DAT.
       01 WS-DECIMALES PIC 9 VALUE 2.
       01 WS-ESCALA-DECIMALES PIC 9(5) VALUE 100.
       01 WS-ENTERO-ESCALADO PIC S9(14).
       01 WS-VALOR-AJUSTADO PIC S9(10)V9(4).
       01 WS-MAESTRO-ENCONTRADAS PIC 9(4) VALUE 0.
       01 WS-TOTAL-TABLA PIC S9(15)V9(4) VALUE 0.
       01 WS-RESULTADO-FILA PIC S9(10)V9(4).

       01 WS-LINEAS-MAXIMO PIC 99 VALUE 60.
       01 WS-LINEAS-PAGINA PIC 99 VALUE 99.
       01 WS-PAGINA PIC 9(4) VALUE 0.
       01 WS-SIMBOLO-OPERACION PIC X VALUE "*".
       01 WS-CAB-FECHA PIC X(8) VALUE SPACES.
       01 WS-CAB-OPERADOR PIC X(20) VALUE SPACES.

       01 WS-TABLAS-ENTREGADAS PIC 9(7) VALUE 0.
       01 WS-AVISOS-ENTREGADOS PIC 9(7) VALUE 0.
       01 WS-FILAS-ENTREGADAS PIC 9(9) VALUE 0.
       01 WS-EN-ESPERA PIC 9(7) VALUE 0.
       01 WS-NO-ENCONTRADAS PIC 9(7) VALUE 0.
       01 WS-FALLOS-BUZON PIC 9(7) VALUE 0.

       01 WS-LINEA-TITULO.
           05 FILLER PIC X(22) VALUE "ENTREGA A BUZONES    -".
           05 FILLER PIC X VALUE SPACE.
           05 WS-TITULO-FECHA PIC X(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-TITULO-HORA PIC X(6).
           05 FILLER PIC X(40) VALUE SPACES.

       01 WS-LINEA-CONTROL.
           05 WS-LINCTL-TEXTO PIC X(36).
           05 WS-LINCTL-CIFRA PIC ZZZZZZZZ9.
           05 FILLER PIC X(35) VALUE SPACES.

       01 WS-LINEA-ENTREGA.
           05 WS-LINENT-SECUENCIA PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LINENT-SOLICITANTE PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LINENT-EJECUCION PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LINENT-ESTADO PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LINENT-MARCA PIC X(31).

       01 WS-LINEA-CABECERA.
           05 FILLER PIC X(17) VALUE "TABLA DEL NUMERO ".
           05 WS-CABLST-NUMERO PIC X(12).
           05 FILLER PIC X(13) VALUE "   OPERACION ".
           05 WS-CABLST-SIMBOLO PIC X.
           05 FILLER PIC X(9) VALUE "   FECHA ".
           05 WS-CABLST-FECHA PIC X(8).
           05 FILLER PIC X(13) VALUE "   EJECUCION ".
           05 WS-CABLST-EJECUCION PIC 9(6).
           05 FILLER PIC X(12) VALUE "   OPERADOR ".
           05 WS-CABLST-OPERADOR PIC X(20).
           05 FILLER PIC X(10) VALUE "   PAGINA ".
           05 WS-CABLST-PAGINA PIC ZZZ9.
           05 FILLER PIC X(7) VALUE SPACES.

       01 WS-LINEA-PETICION.
           05 FILLER PIC X(12) VALUE "   PETICION ".
           05 WS-PETLST-SECUENCIA PIC 9(6).
           05 FILLER PIC X(15) VALUE "   SOLICITANTE ".
           05 WS-PETLST-SOLICITANTE PIC X(20).
           05 FILLER PIC X(11) VALUE "   FICHERO ".
           05 WS-PETLST-FICHERO PIC X(12).
           05 FILLER PIC X(11) VALUE "   ENTREGA ".
           05 WS-PETLST-FECHA PIC X(8).
           05 FILLER PIC X(37) VALUE SPACES.

       01 WS-LINEA-COLUMNAS.
           05 FILLER PIC X(15) VALUE "   NUMERO".
           05 FILLER PIC X(13) VALUE "MULTIPLICADOR".
           05 FILLER PIC X(20) VALUE "           RESULTADO".
           05 FILLER PIC X(84) VALUE SPACES.

       01 WS-LINEA-GUIONES.
           05 FILLER PIC X(15) VALUE "   ------".
           05 FILLER PIC X(13) VALUE "-------------".
           05 FILLER PIC X(20) VALUE "           ---------".
           05 FILLER PIC X(84) VALUE SPACES.

       01 WS-LINEA-DETALLE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DETLST-NUMERO PIC X(12).
           05 FILLER PIC X(10) VALUE SPACES.
           05 WS-DETLST-MULTIPLICADOR PIC ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DETLST-RESULTADO PIC X(16).
           05 FILLER PIC X(84) VALUE SPACES.

       01 WS-LINEA-TOTAL.
           05 WS-TOTLST-TEXTO PIC X(22).
           05 WS-TOTLST-CIFRA PIC -Z(14)9.
           05 FILLER PIC X(94) VALUE SPACES.

       01 WS-LINEA-IMPORTE.
           05 WS-IMPLST-TEXTO PIC X(22).
           05 WS-IMPLST-CIFRA PIC -Z(14)9.9(4).
           05 FILLER PIC X(89) VALUE SPACES.

       01 WS-LINEA-AVISO.
           05 WS-AVILST-TEXTO PIC X(22).
           05 WS-AVILST-VALOR PIC X(20).
           05 FILLER PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERADOR-ID = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR-ID
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.
           ACCEPT WS-HORA-AHORA FROM TIME.
           PERFORM ABRIR-INFORME.
           PERFORM LEER-FUSION.
           PERFORM CARGAR-PARAMETROS.
           OPEN INPUT TRABAJOS-FILE.
           IF WS-TRABAJOS-STATUS = "00"
               PERFORM LEER-TRABAJO
           ELSE
               MOVE "TRABAJOS.DAT NO PRESENTE, SIN ENTREGAS"
                   TO INFORME-REGISTRO
               WRITE INFORME-REGISTRO
           END-IF.
           CLOSE TRABAJOS-FILE.
           PERFORM ESCRIBIR-RECUENTOS.

           FINALIZAR.
               CLOSE INFORME-FILE
               DISPLAY "Entrega terminada, informe en ENTREGA.TXT"
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
                   MOVE "ENTREGA" TO INC-PROGRAMA
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
                   DISPLAY "No se pudo abrir ENTREGA.TXT (estado "
                       WS-INFORME-STATUS "), abortando."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-FECHA-HOY TO WS-TITULO-FECHA.
               MOVE WS-HORA-AHORA TO WS-TITULO-HORA.
               WRITE INFORME-REGISTRO FROM WS-LINEA-TITULO.
               MOVE ALL "=" TO INFORME-REGISTRO.
               WRITE INFORME-REGISTRO.

           CARGAR-PARAMETROS.
               OPEN INPUT PARAMETRO-FILE.
               IF WS-PARAMETRO-STATUS = "00"
                   READ PARAMETRO-FILE
                       NOT AT END
                           IF PARM-DECIMALES IS NUMERIC
                               AND PARM-DECIMALES NOT > 4
                               MOVE PARM-DECIMALES TO WS-DECIMALES
                           END-IF
                   END-READ
               END-IF.
               CLOSE PARAMETRO-FILE.
               COMPUTE WS-ESCALA-DECIMALES = 10 ** WS-DECIMALES.

           LEER-FUSION.
               OPEN INPUT FUSION-FILE.
               IF WS-FUSION-STATUS = "00"
                   READ FUSION-FILE
                       NOT AT END
                           IF FUS-ULTIMA-FUNDIDA IS NUMERIC
                               MOVE FUS-ULTIMA-FUNDIDA
                                   TO WS-ULTIMA-FUNDIDA
                           END-IF
                   END-READ
               END-IF.
               CLOSE FUSION-FILE.

      * El libro de entregas solo crece y no se purga, asi que cada
      * peticion candidata se busca recorriendolo entero en lugar de
      * cargarlo en una tabla de tamano fijo.
           BUSCAR-ENTREGA.
               MOVE "N" TO WS-ENTREGA-LOCALIZADA.
               OPEN INPUT ENTREGAS-FILE.
               IF WS-ENTREGAS-STATUS = "00"
                   PERFORM LEER-ENTREGA
               END-IF.
               CLOSE ENTREGAS-FILE.

           LEER-ENTREGA.
               READ ENTREGAS-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-ENTREGAS-STATUS = "00"
                   IF ENT-SECUENCIA = TRB-SECUENCIA
                       SET ENTREGA-LOCALIZADA TO TRUE
                   ELSE
                       GO TO LEER-ENTREGA
                   END-IF
               END-IF.

           LEER-TRABAJO.
               READ TRABAJOS-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-TRABAJOS-STATUS = "00"
                   PERFORM TRATAR-TRABAJO THRU TRATAR-TRABAJO-FIN
                   GO TO LEER-TRABAJO
               END-IF.

           TRATAR-TRABAJO.
               IF NOT TRB-HECHO AND NOT TRB-RECHAZADO
                   GO TO TRATAR-TRABAJO-FIN
               END-IF.
               IF TRB-SECUENCIA IS NOT NUMERIC
                   GO TO TRATAR-TRABAJO-FIN
               END-IF.
               PERFORM BUSCAR-ENTREGA.
               IF ENTREGA-LOCALIZADA
                   GO TO TRATAR-TRABAJO-FIN
               END-IF.
               IF TRB-HECHO
                   AND (TRB-EJECUCION IS NOT NUMERIC
                       OR TRB-EJECUCION > WS-ULTIMA-FUNDIDA)
                   ADD 1 TO WS-EN-ESPERA
                   GO TO TRATAR-TRABAJO-FIN
               END-IF.
               PERFORM FORMAR-NOMBRE-BUZON.
               IF TRB-RECHAZADO
                   PERFORM ENTREGAR-AVISO THRU ENTREGAR-AVISO-FIN
               ELSE
                   PERFORM ENTREGAR-TABLA THRU ENTREGAR-TABLA-FIN
               END-IF.

           TRATAR-TRABAJO-FIN.
               CONTINUE.

      * El nombre del buzon sale del solicitante, sin blancos
      * intermedios ni separadores de ruta.
           FORMAR-NOMBRE-BUZON.
               MOVE FUNCTION TRIM(TRB-SOLICITANTE)
                   TO WS-SOLICITANTE-BUZON.
               IF WS-SOLICITANTE-BUZON = SPACES
                   MOVE "DESCONOCIDO" TO WS-SOLICITANTE-BUZON
               END-IF.
               INSPECT WS-SOLICITANTE-BUZON REPLACING
                   ALL "/" BY "_" ALL "\" BY "_" ALL ":" BY "_".
               MOVE SPACES TO WS-NOMBRE-BUZON.
               STRING "BUZON." DELIMITED BY SIZE
                   WS-SOLICITANTE-BUZON DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
                   INTO WS-NOMBRE-BUZON
               END-STRING.

           ABRIR-BUZON.
               OPEN EXTEND BUZON-FILE.
               IF NOT BUZON-STATUS-OK
                   OPEN OUTPUT BUZON-FILE
               END-IF.
               IF NOT BUZON-STATUS-OK
                   DISPLAY "Aviso: no se pudo abrir "
                       FUNCTION TRIM(WS-NOMBRE-BUZON)
                       " (estado " WS-BUZON-STATUS ")."
                   PERFORM ANOTAR-FALLO-BUZON
               END-IF.

      * Un buzon que no se pudo escribir deja la peticion sin anotar
      * en el libro, y la siguiente pasada la vuelve a entregar.
           ANOTAR-FALLO-BUZON.
               ADD 1 TO WS-FALLOS-BUZON.
               PERFORM ANOTAR-ERROR.
               MOVE SPACES TO WS-MENSAJE-INCIDENTE.
               STRING "PETICION " DELIMITED BY SIZE
                   TRB-SECUENCIA DELIMITED BY SIZE
                   " SIN ENTREGAR, FALLO EN " DELIMITED BY SIZE
                   WS-NOMBRE-BUZON DELIMITED BY SPACE
                   INTO WS-MENSAJE-INCIDENTE
               END-STRING.
               MOVE 8 TO WS-SEVERIDAD-INCIDENTE.
               PERFORM GRABAR-INCIDENTE.

           ENTREGAR-AVISO.
               PERFORM ABRIR-BUZON.
               IF NOT BUZON-STATUS-OK
                   GO TO ENTREGAR-AVISO-FIN
               END-IF.
               MOVE 0 TO WS-PAGINA.
               MOVE "1" TO BZN-CARRO.
               MOVE SPACES TO BZN-LINEA.
               STRING "AVISO DE PETICION RECHAZADA - FECHA "
                   DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO BZN-LINEA
               END-STRING.
               WRITE BUZON-REGISTRO.
               MOVE SPACE TO BZN-CARRO.
               PERFORM ESCRIBIR-LINEA-PETICION.
               MOVE SPACES TO BZN-LINEA.
               WRITE BUZON-REGISTRO.
               MOVE "NUMERO..............:" TO WS-AVILST-TEXTO.
               MOVE TRB-NUMERO TO WS-AVILST-VALOR.
               PERFORM ESCRIBIR-LINEA-AVISO.
               MOVE "OPERACION...........:" TO WS-AVILST-TEXTO.
               MOVE TRB-OPERACION TO WS-AVILST-VALOR.
               PERFORM ESCRIBIR-LINEA-AVISO.
               MOVE "LIMITE..............:" TO WS-AVILST-TEXTO.
               MOVE TRB-LIMITE TO WS-AVILST-VALOR.
               PERFORM ESCRIBIR-LINEA-AVISO.
               MOVE "MOTIVO DEL RECHAZO..:" TO WS-AVILST-TEXTO.
               IF TRB-MOTIVO = SPACES
                   MOVE "NO REGISTRADO" TO WS-AVILST-VALOR
               ELSE
                   MOVE TRB-MOTIVO TO WS-AVILST-VALOR
               END-IF.
               PERFORM ESCRIBIR-LINEA-AVISO.
               IF TRB-EJECUCION IS NUMERIC AND TRB-EJECUCION > 0
                   MOVE "EJECUCION...........:" TO WS-AVILST-TEXTO
                   MOVE TRB-EJECUCION TO WS-AVILST-VALOR
                   PERFORM ESCRIBIR-LINEA-AVISO
               END-IF.
               CLOSE BUZON-FILE.
               IF NOT BUZON-STATUS-OK
                   PERFORM ANOTAR-FALLO-BUZON
                   GO TO ENTREGAR-AVISO-FIN
               END-IF.
               MOVE 0 TO WS-FILAS-TABLA.
               PERFORM ANOTAR-ENTREGA.
               IF ENTREGAS-STATUS-OK
                   ADD 1 TO WS-AVISOS-ENTREGADOS
                   MOVE "AVISO DE RECHAZO" TO WS-LINENT-MARCA
                   PERFORM ESCRIBIR-LINEA-ENTREGA
               END-IF.

           ENTREGAR-AVISO-FIN.
               CONTINUE.

           ESCRIBIR-LINEA-AVISO.
               MOVE WS-LINEA-AVISO TO BZN-LINEA.
               WRITE BUZON-REGISTRO.

           ESCRIBIR-LINEA-PETICION.
               MOVE TRB-SECUENCIA TO WS-PETLST-SECUENCIA.
               MOVE TRB-SOLICITANTE TO WS-PETLST-SOLICITANTE.
               MOVE TRB-FICHERO TO WS-PETLST-FICHERO.
               MOVE WS-FECHA-HOY TO WS-PETLST-FECHA.
               MOVE WS-LINEA-PETICION TO BZN-LINEA.
               WRITE BUZON-REGISTRO.

      * La tabla de la peticion son las filas "D" con su numero que
      * siguen a una cabecera de su ejecucion y operacion, desde el
      * multiplicador 1 hasta que cambia el numero o se reinicia la
      * serie de multiplicadores, y solo vale si tiene tantas filas
      * como el limite pedido; una serie de otro tamano es la tabla de
      * otra peticion de la misma ejecucion y se salta. Se busca
      * primero en TABLA.DAT y despues en las generaciones archivadas.
      * Si la ejecucion consta pero no hay serie, calculadora sirvio
      * la tabla desde el maestro y se toma de MAESTRO.DAT.
           ENTREGAR-TABLA.
               MOVE FUNCTION NUMVAL(TRB-NUMERO) TO WS-NUMERO-BUSCADO.
               MOVE 0 TO WS-INICIO-TABLA.
               MOVE "N" TO WS-CABECERA-EJECUCION.
               SET ORIGEN-TABLA TO TRUE.
               MOVE "TABLA.DAT" TO WS-NOMBRE-TABLA.
               PERFORM LOCALIZAR-TABLA.
               IF WS-INICIO-TABLA = 0
                   PERFORM RECORRER-ARCHIVOS
                       THRU RECORRER-ARCHIVOS-FIN
               END-IF.
               IF WS-INICIO-TABLA = 0
                   AND CABECERA-EJECUCION-VISTA
                   PERFORM BUSCAR-EN-MAESTRO
               END-IF.
               IF WS-INICIO-TABLA = 0
                   ADD 1 TO WS-NO-ENCONTRADAS
                   PERFORM ANOTAR-AVISO
                   MOVE "*TABLA NO ENCONTRADA*" TO WS-LINENT-MARCA
                   PERFORM ESCRIBIR-LINEA-ENTREGA
                   MOVE SPACES TO WS-MENSAJE-INCIDENTE
                   STRING "PETICION " DELIMITED BY SIZE
                       TRB-SECUENCIA DELIMITED BY SIZE
                       " SIN TABLA EN TABLAS NI MAESTRO, EJEC. "
                       DELIMITED BY SIZE
                       TRB-EJECUCION DELIMITED BY SIZE
                       INTO WS-MENSAJE-INCIDENTE
                   END-STRING
                   MOVE 4 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
                   GO TO ENTREGAR-TABLA-FIN
               END-IF.
               PERFORM ABRIR-BUZON.
               IF NOT BUZON-STATUS-OK
                   GO TO ENTREGAR-TABLA-FIN
               END-IF.
               MOVE TRB-OPERACION TO WS-OPERACION-ACTUAL.
               PERFORM FIJAR-SIMBOLO-OPERACION.
               MOVE 0 TO WS-PAGINA WS-FILAS-TABLA WS-F.
               MOVE 0 TO WS-TOTAL-TABLA.
               PERFORM NUEVA-PAGINA.
               PERFORM ENTREGAR-FILA TRB-LIMITE TIMES.
               PERFORM ESCRIBIR-TOTAL-TABLA.
               CLOSE BUZON-FILE.
               IF NOT BUZON-STATUS-OK
                   PERFORM ANOTAR-FALLO-BUZON
                   GO TO ENTREGAR-TABLA-FIN
               END-IF.
               PERFORM ANOTAR-ENTREGA.
               IF ENTREGAS-STATUS-OK
                   ADD 1 TO WS-TABLAS-ENTREGADAS
                   ADD WS-FILAS-TABLA TO WS-FILAS-ENTREGADAS
                   IF ORIGEN-MAESTRO
                       MOVE "TABLA ENTREGADA (MAESTRO)"
                           TO WS-LINENT-MARCA
                   ELSE
                       MOVE "TABLA ENTREGADA" TO WS-LINENT-MARCA
                   END-IF
                   PERFORM ESCRIBIR-LINEA-ENTREGA
               END-IF.

           ENTREGAR-TABLA-FIN.
               CONTINUE.

      * Las generaciones se recorren desde hoy hacia atras hasta la
      * fecha de la peticion, porque su tabla no puede haberse
      * archivado antes de pedirse; sin fecha valida se miran los
      * ultimos WS-DIAS-ATRAS dias.
           RECORRER-ARCHIVOS.
               COMPUTE WS-DIAS-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM).
               COMPUTE WS-DIAS-LIMITE = WS-DIAS-ENTERO - WS-DIAS-ATRAS.
               IF TRB-FECHA IS NUMERIC
                   MOVE TRB-FECHA TO WS-FECHA-PETICION-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-PETICION-NUM)
                       = 0
                       AND WS-FECHA-PETICION-NUM NOT > WS-FECHA-HOY-NUM
                       COMPUTE WS-DIAS-LIMITE = FUNCTION
                           INTEGER-OF-DATE(WS-FECHA-PETICION-NUM)
                   END-IF
               END-IF.

           RECORRER-UN-ARCHIVO.
               IF WS-DIAS-ENTERO < WS-DIAS-LIMITE
                   OR WS-INICIO-TABLA > 0
                   GO TO RECORRER-ARCHIVOS-FIN
               END-IF.
               COMPUTE WS-FECHA-GEN-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO).
               MOVE WS-FECHA-GEN-NUM TO WS-FECHA-GEN.
               MOVE SPACES TO WS-NOMBRE-TABLA.
               STRING "TABLA.DAT." DELIMITED BY SIZE
                   WS-FECHA-GEN DELIMITED BY SIZE
                   ".ARC" DELIMITED BY SIZE
                   INTO WS-NOMBRE-TABLA
               END-STRING.
               PERFORM LOCALIZAR-TABLA.
               SUBTRACT 1 FROM WS-DIAS-ENTERO.
               GO TO RECORRER-UN-ARCHIVO.

           RECORRER-ARCHIVOS-FIN.
               CONTINUE.

      * Lectura de una fuente: deja en WS-INICIO-TABLA el registro
      * donde empieza la primera serie que casa, sus filas en
      * WS-TABLA-FILAS y en WS-CAB-FECHA y WS-CAB-OPERADOR los datos
      * de su cabecera.
           LOCALIZAR-TABLA.
               MOVE 0 TO WS-REGISTRO-LEIDO WS-EJECUCION-ACTUAL
                   WS-INICIO-CANDIDATO WS-FILAS-CANDIDATO
                   WS-MULTIPLICADOR-ANTERIOR.
               MOVE SPACE TO WS-OPERACION-ACTUAL.
               OPEN INPUT TABLA-SALIDA-FILE.
               IF WS-TABLA-SALIDA-STATUS = "00"
                   PERFORM BUSCAR-FILA-TABLA
               END-IF.
               CLOSE TABLA-SALIDA-FILE.

           BUSCAR-FILA-TABLA.
               READ TABLA-SALIDA-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-TABLA-SALIDA-STATUS = "00"
                   ADD 1 TO WS-REGISTRO-LEIDO
                   PERFORM CLASIFICAR-FILA-TABLA
                   IF WS-INICIO-TABLA = 0
                       GO TO BUSCAR-FILA-TABLA
                   END-IF
               ELSE
                   PERFORM CERRAR-CANDIDATO
               END-IF.

           CLASIFICAR-FILA-TABLA.
               EVALUATE TRUE
                   WHEN TS-TIPO-CABECERA
                       PERFORM CERRAR-CANDIDATO
                       IF TS-CAB-EJECUCION = TRB-EJECUCION
                           AND NOT CABECERA-EJECUCION-VISTA
                           SET CABECERA-EJECUCION-VISTA TO TRUE
                           MOVE TS-CAB-FECHA TO WS-EJEC-FECHA
                           MOVE TS-CAB-OPERADOR TO WS-EJEC-OPERADOR
                       END-IF
                       IF WS-INICIO-TABLA = 0
                           MOVE TS-CAB-EJECUCION TO WS-EJECUCION-ACTUAL
                           MOVE TS-CAB-OPERACION TO WS-OPERACION-ACTUAL
                           MOVE TS-CAB-FECHA TO WS-CAB-FECHA
                           MOVE TS-CAB-OPERADOR TO WS-CAB-OPERADOR
                       END-IF
                   WHEN TS-TIPO-PIE
                       PERFORM CERRAR-CANDIDATO
                       MOVE 0 TO WS-EJECUCION-ACTUAL
                   WHEN TS-TIPO-DETALLE
                       IF TS-RESULTADO (12:1) = "."
                           AND WS-EJECUCION-ACTUAL = TRB-EJECUCION
                           AND WS-OPERACION-ACTUAL = TRB-OPERACION
                           PERFORM COMPROBAR-FILA-PETICION
                       END-IF
               END-EVALUATE.

           COMPROBAR-FILA-PETICION.
               MOVE FUNCTION NUMVAL(TS-NUMERO) TO WS-NUMERO-FILA.
               IF WS-INICIO-CANDIDATO > 0
                   AND WS-NUMERO-FILA = WS-NUMERO-BUSCADO
                   AND TS-MULTIPLICADOR > WS-MULTIPLICADOR-ANTERIOR
                   ADD 1 TO WS-FILAS-CANDIDATO
                   MOVE TS-MULTIPLICADOR TO WS-MULTIPLICADOR-ANTERIOR
                   MOVE TS-DATOS
                       TO WS-FILA-GUARDADA (WS-FILAS-CANDIDATO)
               ELSE
                   PERFORM CERRAR-CANDIDATO
                   IF WS-INICIO-TABLA = 0
                       AND WS-NUMERO-FILA = WS-NUMERO-BUSCADO
                       AND TS-MULTIPLICADOR = 1
                       MOVE WS-REGISTRO-LEIDO TO WS-INICIO-CANDIDATO
                       MOVE 1 TO WS-FILAS-CANDIDATO
                       MOVE 1 TO WS-MULTIPLICADOR-ANTERIOR
                       MOVE TS-DATOS TO WS-FILA-GUARDADA (1)
                   END-IF
               END-IF.

           CERRAR-CANDIDATO.
               IF WS-INICIO-CANDIDATO > 0
                   AND WS-FILAS-CANDIDATO = TRB-LIMITE
                   MOVE WS-INICIO-CANDIDATO TO WS-INICIO-TABLA
               END-IF.
               MOVE 0 TO WS-INICIO-CANDIDATO WS-FILAS-CANDIDATO
                   WS-MULTIPLICADOR-ANTERIOR.

      * Misma seleccion que BUSCAR-EN-MAESTRO de calculadora: numero,
      * operacion y limite de la peticion, un resultado por
      * multiplicador de 1 al limite. La tabla solo vale completa.
           BUSCAR-EN-MAESTRO.
               MOVE SPACES TO WS-TABLA-FILAS.
               MOVE 0 TO WS-MAESTRO-ENCONTRADAS.
               OPEN INPUT MAESTRO-FILE.
               IF WS-MAESTRO-STATUS = "00"
                   PERFORM LEER-MAESTRO
               END-IF.
               CLOSE MAESTRO-FILE.
               IF WS-MAESTRO-ENCONTRADAS = TRB-LIMITE
                   AND WS-MAESTRO-ENCONTRADAS > 0
                   MOVE 1 TO WS-INICIO-TABLA
                   SET ORIGEN-MAESTRO TO TRUE
                   MOVE WS-EJEC-FECHA TO WS-CAB-FECHA
                   MOVE WS-EJEC-OPERADOR TO WS-CAB-OPERADOR
               END-IF.

           LEER-MAESTRO.
               READ MAESTRO-FILE
                   AT END
                       CONTINUE
               END-READ.
               IF WS-MAESTRO-STATUS = "00"
                   IF MST-NUMERO IS NUMERIC
                       AND MST-MULTIPLICADOR IS NUMERIC
                       AND MST-RESULTADO IS NUMERIC
                       AND MST-NUMERO = WS-NUMERO-BUSCADO
                       AND MST-OPERACION = TRB-OPERACION
                       AND MST-LIMITE = TRB-LIMITE
                       AND MST-MULTIPLICADOR > 0
                       AND MST-MULTIPLICADOR NOT > TRB-LIMITE
                       IF WS-FILA-PRESENTE (MST-MULTIPLICADOR) = SPACE
                           PERFORM GUARDAR-FILA-MAESTRO
                       END-IF
                   END-IF
                   GO TO LEER-MAESTRO
               END-IF.

           GUARDAR-FILA-MAESTRO.
               COMPUTE WS-ENTERO-ESCALADO ROUNDED =
                   MST-RESULTADO * WS-ESCALA-DECIMALES.
               COMPUTE WS-VALOR-AJUSTADO =
                   WS-ENTERO-ESCALADO / WS-ESCALA-DECIMALES.
               MOVE MST-NUMERO TO WS-FE-NUMERO.
               MOVE MST-MULTIPLICADOR TO WS-FE-MULTIPLICADOR.
               MOVE WS-VALOR-AJUSTADO TO WS-FE-RESULTADO.
               MOVE WS-FILA-ENTREGA
                   TO WS-FILA-GUARDADA (MST-MULTIPLICADOR).
               MOVE "S" TO WS-FILA-PRESENTE (MST-MULTIPLICADOR).
               ADD 1 TO WS-MAESTRO-ENCONTRADAS.

           FIJAR-SIMBOLO-OPERACION.
               EVALUATE WS-OPERACION-ACTUAL
                   WHEN "2"
                       MOVE "+" TO WS-SIMBOLO-OPERACION
                   WHEN "3"
                       MOVE "-" TO WS-SIMBOLO-OPERACION
                   WHEN "4"
                       MOVE "/" TO WS-SIMBOLO-OPERACION
                   WHEN OTHER
                       MOVE "*" TO WS-SIMBOLO-OPERACION
               END-EVALUATE.

           ENTREGAR-FILA.
               ADD 1 TO WS-F.
               IF WS-LINEAS-PAGINA NOT < WS-LINEAS-MAXIMO
                   PERFORM NUEVA-PAGINA
               END-IF.
               MOVE WS-FILA-GUARDADA (WS-F) TO WS-FILA-ENTREGA.
               MOVE WS-FE-NUMERO TO WS-DETLST-NUMERO.
               MOVE WS-FE-MULTIPLICADOR TO WS-DETLST-MULTIPLICADOR.
               MOVE WS-FE-RESULTADO TO WS-DETLST-RESULTADO.
               MOVE SPACE TO BZN-CARRO.
               MOVE WS-LINEA-DETALLE TO BZN-LINEA.
               WRITE BUZON-REGISTRO.
               ADD 1 TO WS-LINEAS-PAGINA.
               ADD 1 TO WS-FILAS-TABLA.
               MOVE WS-FE-RESULTADO TO WS-RESULTADO-FILA.
               ADD WS-RESULTADO-FILA TO WS-TOTAL-TABLA.

           NUEVA-PAGINA.
               ADD 1 TO WS-PAGINA.
               MOVE TRB-NUMERO TO WS-CABLST-NUMERO.
               MOVE WS-SIMBOLO-OPERACION TO WS-CABLST-SIMBOLO.
               MOVE WS-CAB-FECHA TO WS-CABLST-FECHA.
               MOVE TRB-EJECUCION TO WS-CABLST-EJECUCION.
               MOVE WS-CAB-OPERADOR TO WS-CABLST-OPERADOR.
               MOVE WS-PAGINA TO WS-CABLST-PAGINA.
               MOVE "1" TO BZN-CARRO.
               MOVE WS-LINEA-CABECERA TO BZN-LINEA.
               WRITE BUZON-REGISTRO.
               MOVE SPACE TO BZN-CARRO.
               PERFORM ESCRIBIR-LINEA-PETICION.
               MOVE WS-LINEA-COLUMNAS TO BZN-LINEA.
               WRITE BUZON-REGISTRO.
               MOVE WS-LINEA-GUIONES TO BZN-LINEA.
               WRITE BUZON-REGISTRO.
               MOVE 4 TO WS-LINEAS-PAGINA.

           ESCRIBIR-TOTAL-TABLA.
               MOVE SPACE TO BZN-CARRO.
               MOVE SPACES TO BZN-LINEA.
               WRITE BUZON-REGISTRO.
               MOVE "FILAS DE LA TABLA...:" TO WS-TOTLST-TEXTO.
               MOVE WS-FILAS-TABLA TO WS-TOTLST-CIFRA.
               MOVE WS-LINEA-TOTAL TO BZN-LINEA.
               WRITE BUZON-REGISTRO.
               MOVE "TOTAL DE RESULTADOS.:" TO WS-IMPLST-TEXTO.
               MOVE WS-TOTAL-TABLA TO WS-IMPLST-CIFRA.
               MOVE WS-LINEA-IMPORTE TO BZN-LINEA.
               WRITE BUZON-REGISTRO.

      * La entrega solo cuenta cuando queda anotada en el libro; el
      * libro solo crece, una fila por peticion entregada.
           ANOTAR-ENTREGA.
               OPEN EXTEND ENTREGAS-FILE.
               IF NOT ENTREGAS-STATUS-OK
                   OPEN OUTPUT ENTREGAS-FILE
               END-IF.
               IF ENTREGAS-STATUS-OK
                   MOVE SPACES TO ENTREGAS-REGISTRO
                   MOVE TRB-SECUENCIA TO ENT-SECUENCIA
                   MOVE WS-FECHA-HOY TO ENT-FECHA
                   MOVE WS-HORA-AHORA TO ENT-HORA
                   MOVE TRB-SOLICITANTE TO ENT-SOLICITANTE
                   MOVE TRB-EJECUCION TO ENT-EJECUCION
                   MOVE TRB-ESTADO TO ENT-ESTADO
                   MOVE WS-FILAS-TABLA TO ENT-FILAS
                   MOVE WS-NOMBRE-BUZON TO ENT-BUZON
                   WRITE ENTREGAS-REGISTRO
               END-IF.
               IF NOT ENTREGAS-STATUS-OK
                   DISPLAY "Aviso: no se pudo anotar la entrega de la "
                       "peticion " TRB-SECUENCIA " en ENTREGAS.DAT "
                       "(estado " WS-ENTREGAS-STATUS ")."
                   MOVE SPACES TO WS-MENSAJE-INCIDENTE
                   STRING "ENTREGA DE PETICION " DELIMITED BY SIZE
                       TRB-SECUENCIA DELIMITED BY SIZE
                       " SIN ANOTAR EN ENTREGAS.DAT" DELIMITED BY SIZE
                       INTO WS-MENSAJE-INCIDENTE
                   END-STRING
                   MOVE 8 TO WS-SEVERIDAD-INCIDENTE
                   PERFORM GRABAR-INCIDENTE
                   PERFORM ANOTAR-ERROR
               END-IF.
               CLOSE ENTREGAS-FILE.

           ESCRIBIR-LINEA-ENTREGA.
               MOVE TRB-SECUENCIA TO WS-LINENT-SECUENCIA.
               MOVE TRB-SOLICITANTE TO WS-LINENT-SOLICITANTE.
               MOVE TRB-EJECUCION TO WS-LINENT-EJECUCION.
               MOVE TRB-ESTADO TO WS-LINENT-ESTADO.
               WRITE INFORME-REGISTRO FROM WS-LINEA-ENTREGA.

           ESCRIBIR-RECUENTOS.
               MOVE SPACES TO INFORME-REGISTRO.
               WRITE INFORME-REGISTRO.
               MOVE "TABLAS ENTREGADAS..................:"
                   TO WS-LINCTL-TEXTO.
               MOVE WS-TABLAS-ENTREGADAS TO WS-LINCTL-CIFRA.
               WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL.
               MOVE "FILAS ENTREGADAS...................:"
                   TO WS-LINCTL-TEXTO.
               MOVE WS-FILAS-ENTREGADAS TO WS-LINCTL-CIFRA.
               WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL.
               MOVE "AVISOS DE RECHAZO ENTREGADOS.......:"
                   TO WS-LINCTL-TEXTO.
               MOVE WS-AVISOS-ENTREGADOS TO WS-LINCTL-CIFRA.
               WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL.
               MOVE "HECHAS EN ESPERA DE FUSION.........:"
                   TO WS-LINCTL-TEXTO.
               MOVE WS-EN-ESPERA TO WS-LINCTL-CIFRA.
               WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL.
               IF WS-NO-ENCONTRADAS > 0
                   MOVE "TABLAS NO ENCONTRADAS EN FUENTES...:"
                       TO WS-LINCTL-TEXTO
                   MOVE WS-NO-ENCONTRADAS TO WS-LINCTL-CIFRA
                   WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL
               END-IF.
               IF WS-FALLOS-BUZON > 0
                   MOVE "FALLOS DE ESCRITURA EN BUZONES.....:"
                       TO WS-LINCTL-TEXTO
                   MOVE WS-FALLOS-BUZON TO WS-LINCTL-CIFRA
                   WRITE INFORME-REGISTRO FROM WS-LINEA-CONTROL
               END-IF.


       END PROGRAM entrega.
