                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS MAE-HIST-ESTADO.

           SELECT RESUMEN-MENSUAL ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS RES-CLAVE
                                  FILE STATUS IS RESUMEN-ESTADO.

	       SELECT LISTADO ASSIGN TO PRINTER "Estadisticas.dat".

*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*   
           03 HIST-TIPO-CLASE   PIC X(4).
           03 HIST-HORAS        PIC 9(2)V99.

      * RESUMEN DE LOS PERIODOS CERRADOS, IMPORTE YA VALORIZADO
       FD RESUMEN-MENSUAL LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "ResumenMensual.dat".
       01 REG-RESUMEN-MENSUAL.
           03 RES-CLAVE.
              05 RES-ANIO         PIC 9(4).
              05 RES-MES          PIC 9(2).
              05 RES-NUMERO       PIC X(5).
              05 RES-SUCURSAL     PIC X(3).
              05 RES-TIPO-CLASE   PIC X(4).
           03 RES-CANTIDAD        PIC 9(6).
           03 RES-HORAS           PIC 9(7)V99.
           03 RES-IMPORTE         PIC 9(9)V99.

       FD SUCURSALES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "Sucursales.dat".
       01 REG-SUCURSALES.
        77 MAE-HIST-ESTADO PIC XX.
        77 EOF-HIST        PIC XX VALUE "NO".
           88 EOF-H               VALUE "SI".
        77 RESUMEN-ESTADO  PIC XX.
        77 EOF-RESUMEN     PIC XX VALUE "NO".
           88 EOF-R               VALUE "SI".

        01 REG-CARGA.
           03 CARGA-ANIO       PIC 9(4).
           03 CARGA-DIA        PIC 9(2).
           03 CARGA-SUCURSAL   PIC X(3).
           03 CARGA-TIPO-CLASE PIC X(4).
           03 CARGA-HORAS      PIC 9(7)V99.

        01 ANIO-HIST       PIC 9(4) VALUE 0.
        01 NOMBRE-HIST     PIC X(30) VALUE SPACES.
       01 FECHA-COMP      PIC 9(8) VALUE 0.
       01 MEJOR-VIG       PIC 9(8) VALUE 0.
       01 TARIFA-VIGENTE  PIC 9(5)V99 VALUE 0.
       01 IMPORTE-REG     PIC 9(9)V99 VALUE 0.
       01 IMPORTE-DADO    PIC X VALUE "N".
       01 TOTAL-TIPO-ANIO PIC 9(8) VALUE 0.
       01 RANK-POS        PIC 9(2) VALUE 0.
       01 RANK-I          PIC 9(3) VALUE 0.
           MOVE "MaeTimes.dat" TO FUENTE-NOMBRE(CANT-FUENTES).
           READ MAESTRO AT END MOVE "SI" TO EOF-MAESTRO.
           PERFORM 0310-CARGO-TABLA UNTIL EOF-MAESTRO = "SI".
           PERFORM 0360-CARGA-RESUMEN.
           IF RESUMEN-ESTADO NOT = "00"
              PERFORM 0340-CARGA-HISTORICOS
           END-IF.

       0310-CARGO-TABLA.
           MOVE MAES-ANIO       TO CARGA-ANIO.
              MOVE CANT-TIPOS TO INDICE-TIPO
           END-IF.
           IF INDICE-TIPO NOT = 0
              IF IMPORTE-DADO = "N"
                 PERFORM 0335-BUSCAR-TARIFA-VIGENTE
                 COMPUTE IMPORTE-REG ROUNDED =
                       CARGA-HORAS * TARIFA-VIGENTE
              END-IF
              COMPUTE INDICE-TIPO-TAB =
                    (INDICE-TIPO - 1) * 6 + ANIO + 1
              ADD IMPORTE-REG
           PERFORM 0312-ACUMULAR-REGISTRO.
           READ MAE-HIST AT END MOVE "SI" TO EOF-HIST.

*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
      * PERIODOS CERRADOS DESDE EL RESUMEN MENSUAL; SIN RESUMEN SE
      * LEEN LOS HISTORICOS
*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
       0360-CARGA-RESUMEN.
           OPEN INPUT RESUMEN-MENSUAL.
           IF RESUMEN-ESTADO = "00"
              IF CANT-FUENTES < 20
                 ADD 1 TO CANT-FUENTES
                 MOVE "ResumenMensual.dat"
                      TO FUENTE-NOMBRE(CANT-FUENTES)
              END-IF
              MOVE "S" TO IMPORTE-DADO
              READ RESUMEN-MENSUAL AT END MOVE "SI" TO EOF-RESUMEN
              END-READ
              PERFORM 0365-CARGO-TABLA-RESUMEN UNTIL EOF-R
              MOVE "N" TO IMPORTE-DADO
              CLOSE RESUMEN-MENSUAL
           END-IF.

       0365-CARGO-TABLA-RESUMEN.
           MOVE RES-ANIO        TO CARGA-ANIO.
           MOVE RES-MES         TO CARGA-MES.
           MOVE 1               TO CARGA-DIA.
           MOVE RES-SUCURSAL    TO CARGA-SUCURSAL.
           MOVE RES-TIPO-CLASE  TO CARGA-TIPO-CLASE.
           MOVE RES-HORAS       TO CARGA-HORAS.
           MOVE RES-IMPORTE     TO IMPORTE-REG.
           PERFORM 0312-ACUMULAR-REGISTRO.
           READ RESUMEN-MENSUAL AT END MOVE "SI" TO EOF-RESUMEN.


       0400-IMPRESION.
           PERFORM 0410-IMPRIMIR-ENCABE.
