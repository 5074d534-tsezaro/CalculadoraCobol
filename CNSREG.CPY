      ******************************************************************
      * Registro de CONSUMO.DAT compartido entre programas.
      * Libro de consumo de cada operador, solo se anade: calculadora
      * escribe una fila por tabla generada y pidetrab una por
      * peticion encolada, con las filas de resultado que supone (el
      * limite de la tabla). CNS-ORIGEN indica de donde sale la fila
      * (I interactivo, L lote o reproceso, C cola, E encolado por
      * pidetrab) y CNS-REFERENCIA la ejecucion o la secuencia de la
      * peticion. Solo las filas con CNS-CARGO "S" cuentan contra las
      * cuotas de OPRREG: la tabla que calculadora genera para una
      * peticion de pidetrab ya se cargo al encolarla y queda con "N"
      * como simple constancia.
      ******************************************************************
           05 CNS-FECHA PIC X(8).
           05 CNS-FILLER1 PIC X.
           05 CNS-HORA PIC X(6).
           05 CNS-FILLER2 PIC X.
           05 CNS-OPERADOR PIC X(20).
           05 CNS-ORIGEN PIC X.
              88 CNS-INTERACTIVO VALUE "I".
              88 CNS-LOTE VALUE "L".
              88 CNS-COLA VALUE "C".
              88 CNS-ENCOLADO VALUE "E".
           05 CNS-FILLER3 PIC X.
           05 CNS-REFERENCIA PIC 9(6).
           05 CNS-FILLER4 PIC X.
           05 CNS-TABLAS PIC 9(5).
           05 CNS-FILLER5 PIC X.
           05 CNS-FILAS PIC 9(7).
           05 CNS-FILLER6 PIC X.
           05 CNS-CARGO PIC X.
              88 CNS-CARGO-CUOTA VALUE "S".
