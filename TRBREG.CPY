      * pidetrab anade peticiones PENDIENTE, calculadora las procesa
      * en modo cola y las deja en HECHO o RECHAZADO con la ejecucion
      * que las sirvio, y listrab muestra el estado de la cola.
      * Las peticiones que llegan de planificacion por recepcion
      * llevan en TRB-FICHERO el identificador del fichero remitente;
      * TRB-MOTIVO guarda la causa de las peticiones RECHAZADO.
      ******************************************************************
           05 TRB-SECUENCIA PIC 9(6).
           05 TRB-FILLER1 PIC X.
              88 TRB-RECHAZADO VALUE "RECHAZADO".
           05 TRB-FILLER7 PIC X.
           05 TRB-EJECUCION PIC 9(6).
           05 TRB-FILLER8 PIC X.
           05 TRB-FICHERO PIC X(12).
           05 TRB-FILLER9 PIC X.
           05 TRB-MOTIVO PIC X(12).
