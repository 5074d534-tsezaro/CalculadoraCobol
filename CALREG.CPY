      ******************************************************************
      * Registro de CALENDARIO.DAT (calendario de dias habiles)
      * compartido entre programas. Solo se anotan las excepciones a
      * la regla general de lunes a viernes habiles y sabado y
      * domingo inhabiles: CAL-TIPO "F" festivo (dia inhabil), "L"
      * laborable (sabado o domingo que se trabaja) y "C" cierre de
      * mes (dia habil en el que se cierra el mes). Columnas fijas:
      * usar el programa mantcal para modificarlo.
      ******************************************************************
           05 CAL-FECHA PIC X(8).
           05 CAL-FILLER1 PIC X.
           05 CAL-TIPO PIC X.
              88 CAL-TIPO-FESTIVO VALUE "F".
              88 CAL-TIPO-LABORABLE VALUE "L".
              88 CAL-TIPO-CIERRE VALUE "C".
           05 CAL-FILLER2 PIC X.
           05 CAL-DESCRIPCION PIC X(30).
