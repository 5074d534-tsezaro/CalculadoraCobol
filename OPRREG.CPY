      * "*DEFECTO*" define el perfil restringido que se aplica a los
      * operadores que no tienen registro propio. Columnas fijas:
      * usar el programa mantoper para modificarlo.
      * Roles (S/N, en blanco equivale a N): todo operador con perfil
      * tiene el rol basico de calculo; OPR-ROL-SUPERVISOR permite
      * mantener perfiles (mantoper) y revisar incidentes
      * (incidencias), OPR-ROL-MANTENEDOR permite modificar ficheros
      * de datos y parametros (mantmaes, mantcal, mantparm, depurar)
      * y OPR-ROL-RECUPERACION permite restaurar copias (respaldo en
      * modo RESTAURA).
      * Cuotas de uso (cero o en blanco equivale a sin cuota): tablas
      * y filas de resultado por dia natural y por mes natural. Se
      * comparan con lo anotado en CONSUMO.DAT (ver CNSREG); el
      * programa cuotas informa del consumo frente a ellas.
      ******************************************************************
           05 OPR-ID PIC X(20).
           05 OPR-OP-MULTIPLICAR PIC X.
           05 OPR-LIMITE-MAXIMO PIC 999.
           05 OPR-IDIOMA PIC XX.
           05 OPR-MANTPARM PIC X.
           05 OPR-ROL-SUPERVISOR PIC X.
           05 OPR-ROL-MANTENEDOR PIC X.
           05 OPR-ROL-RECUPERACION PIC X.
           05 OPR-CUOTA-DIA-TABLAS PIC 9(5).
           05 OPR-CUOTA-DIA-FILAS PIC 9(7).
           05 OPR-CUOTA-MES-TABLAS PIC 9(5).
           05 OPR-CUOTA-MES-FILAS PIC 9(7).
