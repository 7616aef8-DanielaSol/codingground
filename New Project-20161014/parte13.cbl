        IDENTIFICATION DIVISION.
        PROGRAM-ID. TP.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT PARAM-PROGRAM  ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PARAM-PROGRAM-ESTADO.

            SELECT PROGRAMACION   ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PROGRAMACION-ESTADO.

            SELECT MAE-TIMES      ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS MAE-TIMES-CLAVE
                                  FILE STATUS IS MAE-TIMES-ESTADO.

            SELECT SUCURSALES     ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS SUCURSALES-ESTADO.

            SELECT CONCILIACION ASSIGN TO PRINTER
                                  "ConciliacionProgramacion.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

        FD CONCILIACION LABEL RECORD OMITTED.
        01 LINEA-CONCILIACION PIC X(110).

      *  PERIODO A CONCILIAR Y RECHAZO EN TP DE LAS CLASES SIN
      *  PROGRAMAR. SIN PARAMETRO: ULTIMO PERIODO DE MAETIMES
        FD PARAM-PROGRAM LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "ParamProgramacion.dat".
        01 REG-PARAM-PROGRAM.
            03 PPRG-ANIO              PIC 9(4).
            03 PPRG-MES               PIC 9(2).
            03 PPRG-RECHAZAR          PIC X(1).

      *  PROGRAMACION DE CLASES: DIA DE SEMANA 1=LUNES..7=DOMINGO
      *  CON VIGENCIA (HASTA EN CERO = SIN VENCIMIENTO), O DIA 0 Y
      *  UNA FECHA PUNTUAL
        FD PROGRAMACION LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "Programacion.dat".
        01 REG-PROGRAMACION.
            03 PROG-NUMERO            PIC X(5).
            03 PROG-SUCURSAL          PIC X(3).
            03 PROG-TIPO-CLASE        PIC X(4).
            03 PROG-DIA-SEMANA        PIC 9(1).
            03 PROG-FECHA             PIC 9(8).
            03 PROG-VIGENCIA-DESDE    PIC 9(8).
            03 PROG-VIGENCIA-HASTA    PIC 9(8).
            03 PROG-HORAS             PIC 9(2)V99.

        FD MAE-TIMES   LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "MaeTimes.dat".
        01 REG-MAE-TIMES.
            03 MAE-TIMES-CLAVE.
                05 MAE-TIMES-NUMERO       PIC X(5).
                05 MAE-TIMES-FECHA.
                    07 MAE-TIMES-DIA      PIC 9(2).
                    07 MAE-TIMES-MES      PIC 9(2).
                    07 MAE-TIMES-ANIO     PIC 9(4).
                05 MAE-TIMES-SUCURSAL     PIC X(3).
                05 MAE-TIMES-TIPO-CLASE   PIC X(4).
            03 MAE-TIMES-HORAS        PIC 9(2)V99.

        FD SUCURSALES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "Sucursales.dat".
        01 REG-SUCURSALES.
            03 SUC-SUCURSAL       PIC X(3).
            03 SUC-RAZON          PIC X(25).
            03 SUC-DIRE           PIC X(20).
            03 SUC-TEL            PIC X(20).
            03 SUC-CUIT           PIC 9(11).

        WORKING-STORAGE SECTION.
        77 PARAM-PROGRAM-ESTADO PIC XX.
        77 PROGRAMACION-ESTADO PIC XX.
        77 MAE-TIMES-ESTADO PIC XX.
        77 SUCURSALES-ESTADO PIC XX.
        77 EOF-PROG PIC XX VALUE "NO".
            88 EOF-PROGRAMACION VALUE "SI".
        77 EOF-MAETIMES PIC XX VALUE "NO".
            88 EOF-MAE-TIMES VALUE "SI".
        77 EOF-SUC PIC XX VALUE "NO".
            88 EOF-SUCURSALES VALUE "SI".

        01 WS-ANIO PIC 9(4) VALUE 0.
        01 WS-MES PIC 9(2) VALUE 0.
        01 WS-PRG-RECHAZA PIC X VALUE "N".
        01 WS-PERIODO-MAX PIC 9(6) VALUE 0.
        01 WS-PERIODO-LEIDO PIC 9(6) VALUE 0.
        01 WS-FLAG-HALLADO PIC X VALUE "N".
        01 WS-FLAG-REGISTRADO PIC X VALUE "N".
        01 WS-HOJA PIC 9(3) VALUE 0.

      *  DIAS DEL MES Y AUXILIARES DE BISIESTO
        01 WS-DIA-TOPE PIC 9(2) VALUE 0.
        01 WS-DIA-RECORRIDO PIC 9(2) VALUE 0.
        01 WS-COCIENTE-BISIESTO PIC 9(4) VALUE 0.
        01 WS-RESTO-BISIESTO PIC 9(3) VALUE 0.
        01 WS-RESTO-SIGLO PIC 9(3) VALUE 0.
        01 WS-RESTO-CUATROCIENTOS PIC 9(3) VALUE 0.

      *  DIA DE LA SEMANA DE UNA FECHA
        01 WS-SEM-ANIO PIC 9(4) VALUE 0.
        01 WS-SEM-MES PIC 9(2) VALUE 0.
        01 WS-SEM-DIA PIC 9(2) VALUE 0.
        01 WS-SEM-AUX1 PIC 9(4) VALUE 0.
        01 WS-SEM-AUX2 PIC 9(4) VALUE 0.
        01 WS-SEM-AUX3 PIC 9(4) VALUE 0.
        01 WS-SEM-AUX4 PIC 9(4) VALUE 0.
        01 WS-SEM-SUMA PIC 9(5) VALUE 0.
        01 WS-SEM-COCIENTE PIC 9(5) VALUE 0.
        01 WS-SEM-RESTO PIC 9(1) VALUE 0.
        01 WS-DIA-SEMANA PIC 9(1) VALUE 0.

      *  CLASE A UBICAR EN LA TABLA DE OCURRENCIAS
        01 WS-OCU-NUMERO PIC X(5) VALUE SPACES.
        01 WS-OCU-SUCURSAL PIC X(3) VALUE SPACES.
        01 WS-OCU-TIPO PIC X(4) VALUE SPACES.
        01 WS-OCU-FECHA PIC 9(8) VALUE 0.
        01 WS-FEC-GRUPO.
            03 WS-FEC-ANIO PIC 9(4).
            03 WS-FEC-MES  PIC 9(2).
            03 WS-FEC-DIA  PIC 9(2).

      *  CONTADORES DE UNA SUCURSAL (S) Y GENERALES (G)
        01 WS-TOTALES-SUCURSAL.
            03 WS-S-PROGRAMADAS   PIC 9(5).
            03 WS-S-DICTADAS      PIC 9(5).
            03 WS-S-SIN-PROGRAMAR PIC 9(5).
            03 WS-S-SIN-HORAS     PIC 9(5).
            03 WS-S-SOBRE         PIC 9(5).
            03 WS-S-HS-PROG       PIC 9(7)V99.
            03 WS-S-HS-REAL       PIC 9(7)V99.
        01 WS-TOTALES-GENERALES.
            03 WS-G-PROGRAMADAS   PIC 9(5).
            03 WS-G-DICTADAS      PIC 9(5).
            03 WS-G-SIN-PROGRAMAR PIC 9(5).
            03 WS-G-SIN-HORAS     PIC 9(5).
            03 WS-G-SOBRE         PIC 9(5).
            03 WS-G-HS-PROG       PIC 9(7)V99.
            03 WS-G-HS-REAL       PIC 9(7)V99.
        01 WS-PORC-ASISTENCIA PIC 9(3)V99 VALUE 0.

        01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR     PIC X(04).
               10 WS-CURRENT-MONTH    PIC X(02).
               10 WS-CURRENT-DAY     PIC X(02).
           05  WS-CURRENT-TIME.
               10 WS-CURRENT-HOUR     PIC  9(2).
               10  WS-CURRENT-MINUTE  PIC  9(2).
               10  WS-CURRENT-SECOND  PIC  9(2).
               10  WS-CURRENT-MS      PIC  9(2).
               10  WS-GMT-SIGN        PIC X(01).
               10  WS-GMT-TIME        PIC X(04).

        01 WS-CANT-SUCURSALES PIC 9(3) VALUE 0.
        01 TABLA-SUCURSALES.
            02 TAB-SUCURSALES OCCURS 100 TIMES INDEXED BY SUC-INDICE.
                03 TAB-SUC-SUCURSAL PIC X(3).
                03 TAB-SUC-RAZON    PIC X(25).

      *  CLASES PROGRAMADAS DEL PERIODO, UNA POR FECHA
        01 WS-CANT-OCUR PIC 9(4) VALUE 0.
        01 TABLA-OCURRENCIAS.
            02 OCUR OCCURS 5000 TIMES INDEXED BY OCUR-INDICE.
                03 OCUR-NUMERO     PIC X(5).
                03 OCUR-SUCURSAL   PIC X(3).
                03 OCUR-TIPO       PIC X(4).
                03 OCUR-FECHA      PIC 9(8).
                03 OCUR-HS-PROG    PIC 9(3)V99.
                03 OCUR-HS-REAL    PIC 9(3)V99.

      *  CLASES INFORMADAS EN MAETIMES SIN PROGRAMACION
        01 WS-CANT-NPRG PIC 9(4) VALUE 0.
        01 TABLA-NO-PROGRAMADAS.
            02 NPRG OCCURS 3000 TIMES INDEXED BY NPRG-INDICE.
                03 NPRG-NUMERO     PIC X(5).
                03 NPRG-SUCURSAL   PIC X(3).
                03 NPRG-TIPO       PIC X(4).
                03 NPRG-FECHA      PIC 9(8).
                03 NPRG-HORAS      PIC 9(2)V99.

        01 WS-CANT-CSUC PIC 9(3) VALUE 0.
        01 TABLA-CONC-SUC.
            02 CSUC OCCURS 150 TIMES INDEXED BY CSUC-INDICE.
                03 CSUC-CODIGO PIC X(3).

        01 CONC-ENCABEZADO.
            03 FILLER      PIC X(20) VALUE SPACES.
            03 FILLER      PIC X(50)
                VALUE "Conciliacion Programacion vs Horas Informadas".
            03 FILLER      PIC X(26) VALUE SPACES.
            03 FILLER      PIC X(6) VALUE "Hoja: ".
            03 CONC-ENC-HOJA PIC ZZ9.
            03 FILLER      PIC X(5) VALUE SPACES.

        01 CONC-LINEA-PERIODO.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(9) VALUE "Periodo: ".
            03 CONC-PER-MES    PIC 9(2).
            03 FILLER          PIC X(1) VALUE "/".
            03 CONC-PER-ANIO   PIC 9(4).
            03 FILLER          PIC X(92) VALUE SPACES.

        01 CONC-LINEA-SUCURSAL.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(9) VALUE "Sucursal ".
            03 CONC-SUC-CODIGO PIC X(3).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 CONC-SUC-RAZON  PIC X(25).
            03 FILLER          PIC X(70) VALUE SPACES.

        01 CONC-LINEA-GENERAL.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(40)
                VALUE "Totales de todas las sucursales".
            03 FILLER          PIC X(68) VALUE SPACES.

        01 CONC-LINEA-COLUMNAS.
            03 FILLER      PIC X(2) VALUE SPACES.
            03 FILLER      PIC X(6) VALUE "Prof. ".
            03 FILLER      PIC X(11) VALUE "Fecha      ".
            03 FILLER      PIC X(5) VALUE "Tipo ".
            03 FILLER      PIC X(8) VALUE " Hs Prog".
            03 FILLER      PIC X(1) VALUE SPACES.
            03 FILLER      PIC X(8) VALUE " Hs Real".
            03 FILLER      PIC X(2) VALUE SPACES.
            03 FILLER      PIC X(11) VALUE "Observacion".
            03 FILLER      PIC X(56) VALUE SPACES.

        01 CONC-LINEA-DETALLE.
            03 FILLER            PIC X(2) VALUE SPACES.
            03 CONC-DET-NUMERO   PIC X(5).
            03 FILLER            PIC X(1) VALUE SPACES.
            03 CONC-DET-DIA      PIC 9(2).
            03 FILLER            PIC X(1) VALUE "/".
            03 CONC-DET-MES      PIC 9(2).
            03 FILLER            PIC X(1) VALUE "/".
            03 CONC-DET-ANIO     PIC 9(4).
            03 FILLER            PIC X(1) VALUE SPACES.
            03 CONC-DET-TIPO     PIC X(4).
            03 FILLER            PIC X(1) VALUE SPACES.
            03 CONC-DET-HS-PROG  PIC ZZZZ9,99.
            03 FILLER            PIC X(1) VALUE SPACES.
            03 CONC-DET-HS-REAL  PIC ZZZZ9,99.
            03 FILLER            PIC X(2) VALUE SPACES.
            03 CONC-DET-OBS      PIC X(30).
            03 FILLER            PIC X(37) VALUE SPACES.

        01 CONC-LINEA-CLASES.
            03 FILLER            PIC X(2) VALUE SPACES.
            03 FILLER            PIC X(13) VALUE "Programadas: ".
            03 CONC-CLA-PROG     PIC ZZZZ9.
            03 FILLER            PIC X(12) VALUE "  Dictadas: ".
            03 CONC-CLA-DICT     PIC ZZZZ9.
            03 FILLER            PIC X(14) VALUE "  Asistencia: ".
            03 CONC-CLA-PORC     PIC ZZ9,99.
            03 FILLER            PIC X(2) VALUE " %".
            03 FILLER            PIC X(12) VALUE "  Hs prog: ".
            03 CONC-CLA-HS-PROG  PIC Z(6)9,99.
            03 FILLER            PIC X(12) VALUE "  Hs real: ".
            03 CONC-CLA-HS-REAL  PIC Z(6)9,99.
            03 FILLER            PIC X(7) VALUE SPACES.

        01 CONC-LINEA-EXCEPCIONES.
            03 FILLER            PIC X(2) VALUE SPACES.
            03 FILLER            PIC X(25)
                VALUE "Informadas sin programar:".
            03 CONC-EXC-SIN-PROG PIC ZZZZ9.
            03 FILLER            PIC X(24)
                VALUE "  Programadas sin horas:".
            03 CONC-EXC-SIN-HS   PIC ZZZZ9.
            03 FILLER            PIC X(24)
                VALUE "  Sobre lo programado: ".
            03 CONC-EXC-SOBRE    PIC ZZZZ9.
            03 FILLER            PIC X(20) VALUE SPACES.

        01 CONC-LINEA-RECHAZO.
            03 FILLER            PIC X(2) VALUE SPACES.
            03 FILLER            PIC X(50) VALUE
               "Las clases sin programar se rechazan en la mezcla".
            03 FILLER            PIC X(58) VALUE
               "a RechazosNov.dat con motivo PRG".

        01 LINEA-EN-BLANCO PIC X(110) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * COMIENZO.

        PERFORM 0100-INICIO.
        PERFORM 0200-CARGAR-SUCURSALES.
        PERFORM 0300-EXPANDIR-PROGRAMACION.
        PERFORM 0400-CONCILIAR-MAESTRO.
        PERFORM 0800-IMPRIMIR-SUCURSALES.
        PERFORM 0900-IMPRIMIR-GENERAL.
        PERFORM FIN.
        STOP RUN.

      *----------    PERFORM INICIO      -------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            PERFORM 0150-LEER-PARAMETRO.
            IF WS-ANIO = 0
               PERFORM 0160-BUSCAR-ULTIMO-PERIODO
            END-IF.
            OPEN INPUT SUCURSALES.
            IF SUCURSALES-ESTADO = "35"
               MOVE "SI" TO EOF-SUC
            ELSE
               IF SUCURSALES-ESTADO NOT = "00"
                  DISPLAY "Error abriendo Sucursales FS: "
                          SUCURSALES-ESTADO
                  STOP RUN
               END-IF
            END-IF.
            OPEN INPUT PROGRAMACION.
            IF PROGRAMACION-ESTADO NOT = "00"
               DISPLAY "Error abriendo Programacion FS: "
                       PROGRAMACION-ESTADO
               STOP RUN
            END-IF.
            OPEN OUTPUT CONCILIACION.
            INITIALIZE WS-TOTALES-GENERALES.

      *-----------------------------------------------------------*
      *----------    PERIODO Y OPCION DE RECHAZO EN TP    ---------*
      *-----------------------------------------------------------*
        0150-LEER-PARAMETRO.
         OPEN INPUT PARAM-PROGRAM.
         IF PARAM-PROGRAM-ESTADO = "00"
            READ PARAM-PROGRAM
               AT END CONTINUE
               NOT AT END
                  IF PPRG-ANIO IS NUMERIC AND PPRG-MES IS NUMERIC
                     AND PPRG-MES >= 1 AND PPRG-MES <= 12
                     MOVE PPRG-ANIO TO WS-ANIO
                     MOVE PPRG-MES  TO WS-MES
                  END-IF
                  IF PPRG-RECHAZAR = "S"
                     MOVE "S" TO WS-PRG-RECHAZA
                  END-IF
            END-READ
            CLOSE PARAM-PROGRAM
         END-IF.

      *-----------------------------------------------------------*
      *----------    SIN PERIODO: EL ULTIMO CARGADO EN    ---------*
      *----------    MAETIMES, O EL MES EN CURSO          ---------*
      *-----------------------------------------------------------*
        0160-BUSCAR-ULTIMO-PERIODO.
         OPEN INPUT MAE-TIMES.
         IF MAE-TIMES-ESTADO = "00"
            READ MAE-TIMES AT END MOVE "SI" TO EOF-MAETIMES
            END-READ
            PERFORM 0165-COMPARAR-PERIODO UNTIL EOF-MAE-TIMES
            CLOSE MAE-TIMES
            MOVE "NO" TO EOF-MAETIMES
         END-IF.
         IF WS-PERIODO-MAX = 0
            MOVE WS-CURRENT-DATE(1:6) TO WS-PERIODO-MAX
         END-IF.
         DIVIDE WS-PERIODO-MAX BY 100 GIVING WS-ANIO
                REMAINDER WS-MES.

        0165-COMPARAR-PERIODO.
         COMPUTE WS-PERIODO-LEIDO = MAE-TIMES-ANIO * 100
                                  + MAE-TIMES-MES.
         IF WS-PERIODO-LEIDO > WS-PERIODO-MAX
            MOVE WS-PERIODO-LEIDO TO WS-PERIODO-MAX
         END-IF.
         READ MAE-TIMES AT END MOVE "SI" TO EOF-MAETIMES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0200-CARGAR-SUCURSALES.
         IF NOT EOF-SUCURSALES
            READ SUCURSALES AT END MOVE "SI" TO EOF-SUC
            END-READ
            PERFORM 0210-CARGAR-SUCURSAL UNTIL EOF-SUCURSALES
            CLOSE SUCURSALES
         END-IF.

        0210-CARGAR-SUCURSAL.
         IF WS-CANT-SUCURSALES < 100
            ADD 1 TO WS-CANT-SUCURSALES
            MOVE SUC-SUCURSAL TO TAB-SUC-SUCURSAL(WS-CANT-SUCURSALES)
            MOVE SUC-RAZON    TO TAB-SUC-RAZON(WS-CANT-SUCURSALES)
         ELSE
            DISPLAY "Tabla de sucursales desbordada - abortado"
            STOP RUN
         END-IF.
         READ SUCURSALES AT END MOVE "SI" TO EOF-SUC.

      *-----------------------------------------------------------*
      *----------    CADA LINEA DE PROGRAMACION SE ABRE EN  -------*
      *----------    LAS FECHAS DEL PERIODO EN QUE APLICA   -------*
      *-----------------------------------------------------------*
        0300-EXPANDIR-PROGRAMACION.
         PERFORM 0350-CALCULAR-DIAS-MES.
         READ PROGRAMACION AT END MOVE "SI" TO EOF-PROG.
         PERFORM 0310-EXPANDIR-UNA-PROGRAMACION
                 UNTIL EOF-PROGRAMACION.
         CLOSE PROGRAMACION.

        0310-EXPANDIR-UNA-PROGRAMACION.
         MOVE PROG-NUMERO     TO WS-OCU-NUMERO.
         MOVE PROG-SUCURSAL   TO WS-OCU-SUCURSAL.
         MOVE PROG-TIPO-CLASE TO WS-OCU-TIPO.
         IF PROG-DIA-SEMANA = 0
            MOVE PROG-FECHA TO WS-FEC-GRUPO
            IF WS-FEC-ANIO = WS-ANIO AND WS-FEC-MES = WS-MES
               MOVE PROG-FECHA TO WS-OCU-FECHA
               PERFORM 0320-AGREGAR-OCURRENCIA
            END-IF
         ELSE
            PERFORM VARYING WS-DIA-RECORRIDO FROM 1 BY 1
                     UNTIL WS-DIA-RECORRIDO > WS-DIA-TOPE
               COMPUTE WS-OCU-FECHA = WS-ANIO * 10000
                                    + WS-MES * 100
                                    + WS-DIA-RECORRIDO
               MOVE WS-ANIO          TO WS-SEM-ANIO
               MOVE WS-MES           TO WS-SEM-MES
               MOVE WS-DIA-RECORRIDO TO WS-SEM-DIA
               PERFORM 0360-CALCULAR-DIA-SEMANA
               IF WS-DIA-SEMANA = PROG-DIA-SEMANA
                  AND PROG-VIGENCIA-DESDE <= WS-OCU-FECHA
                  AND (PROG-VIGENCIA-HASTA = 0
                       OR PROG-VIGENCIA-HASTA >= WS-OCU-FECHA)
                  PERFORM 0320-AGREGAR-OCURRENCIA
               END-IF
            END-PERFORM
         END-IF.
         READ PROGRAMACION AT END MOVE "SI" TO EOF-PROG.

        0320-AGREGAR-OCURRENCIA.
         PERFORM 0330-UBICAR-OCURRENCIA.
         IF WS-FLAG-HALLADO = "S"
            ADD PROG-HORAS TO OCUR-HS-PROG(OCUR-INDICE)
         ELSE
            IF WS-CANT-OCUR < 5000
               ADD 1 TO WS-CANT-OCUR
               SET OCUR-INDICE TO WS-CANT-OCUR
               MOVE WS-OCU-NUMERO   TO OCUR-NUMERO(OCUR-INDICE)
               MOVE WS-OCU-SUCURSAL TO OCUR-SUCURSAL(OCUR-INDICE)
               MOVE WS-OCU-TIPO     TO OCUR-TIPO(OCUR-INDICE)
               MOVE WS-OCU-FECHA    TO OCUR-FECHA(OCUR-INDICE)
               MOVE PROG-HORAS      TO OCUR-HS-PROG(OCUR-INDICE)
               MOVE 0               TO OCUR-HS-REAL(OCUR-INDICE)
               PERFORM 0340-REGISTRAR-SUCURSAL
            ELSE
               DISPLAY "Tabla de clases programadas desbordada - "
                       "abortado"
               STOP RUN
            END-IF
         END-IF.

        0330-UBICAR-OCURRENCIA.
         MOVE "N" TO WS-FLAG-HALLADO.
         PERFORM VARYING OCUR-INDICE FROM 1 BY 1
                  UNTIL OCUR-INDICE > WS-CANT-OCUR
                     OR WS-FLAG-HALLADO = "S"
            IF OCUR-NUMERO(OCUR-INDICE) = WS-OCU-NUMERO
               AND OCUR-SUCURSAL(OCUR-INDICE) = WS-OCU-SUCURSAL
               AND OCUR-TIPO(OCUR-INDICE) = WS-OCU-TIPO
               AND OCUR-FECHA(OCUR-INDICE) = WS-OCU-FECHA
               MOVE "S" TO WS-FLAG-HALLADO
            END-IF
         END-PERFORM.
         IF WS-FLAG-HALLADO = "S"
            SET OCUR-INDICE DOWN BY 1
         END-IF.

        0340-REGISTRAR-SUCURSAL.
         MOVE "N" TO WS-FLAG-REGISTRADO.
         PERFORM VARYING CSUC-INDICE FROM 1 BY 1
                  UNTIL CSUC-INDICE > WS-CANT-CSUC
            IF CSUC-CODIGO(CSUC-INDICE) = WS-OCU-SUCURSAL
               MOVE "S" TO WS-FLAG-REGISTRADO
            END-IF
         END-PERFORM.
         IF WS-FLAG-REGISTRADO = "N" AND WS-CANT-CSUC < 150
            ADD 1 TO WS-CANT-CSUC
            MOVE WS-OCU-SUCURSAL TO CSUC-CODIGO(WS-CANT-CSUC)
         END-IF.

      *-----------------------------------------------------------*
      *----------    CANTIDAD DE DIAS DEL MES A CONCILIAR  --------*
      *-----------------------------------------------------------*
        0350-CALCULAR-DIAS-MES.
         EVALUATE WS-MES
            WHEN 1 WHEN 3 WHEN 5 WHEN 7
            WHEN 8 WHEN 10 WHEN 12
               MOVE 31 TO WS-DIA-TOPE
            WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30 TO WS-DIA-TOPE
            WHEN 2
               DIVIDE WS-ANIO BY 4
                      GIVING WS-COCIENTE-BISIESTO
                      REMAINDER WS-RESTO-BISIESTO
               DIVIDE WS-ANIO BY 100
                      GIVING WS-COCIENTE-BISIESTO
                      REMAINDER WS-RESTO-SIGLO
               DIVIDE WS-ANIO BY 400
                      GIVING WS-COCIENTE-BISIESTO
                      REMAINDER WS-RESTO-CUATROCIENTOS
               IF (WS-RESTO-BISIESTO = 0
                      AND WS-RESTO-SIGLO NOT = 0)
                  OR WS-RESTO-CUATROCIENTOS = 0
                  MOVE 29 TO WS-DIA-TOPE
               ELSE
                  MOVE 28 TO WS-DIA-TOPE
               END-IF
         END-EVALUATE.

      *-----------------------------------------------------------*
      *----------    DIA DE LA SEMANA (CONGRUENCIA DE      --------*
      *----------    ZELLER) 1=LUNES .. 7=DOMINGO          --------*
      *-----------------------------------------------------------*
        0360-CALCULAR-DIA-SEMANA.
         IF WS-SEM-MES < 3
            ADD 12 TO WS-SEM-MES
            SUBTRACT 1 FROM WS-SEM-ANIO
         END-IF.
         COMPUTE WS-SEM-AUX1 = (WS-SEM-MES + 1) * 13.
         DIVIDE WS-SEM-AUX1 BY 5 GIVING WS-SEM-AUX1.
         DIVIDE WS-SEM-ANIO BY 4 GIVING WS-SEM-AUX2.
         DIVIDE WS-SEM-ANIO BY 100 GIVING WS-SEM-AUX3.
         DIVIDE WS-SEM-ANIO BY 400 GIVING WS-SEM-AUX4.
         COMPUTE WS-SEM-SUMA = WS-SEM-DIA + WS-SEM-AUX1 + WS-SEM-ANIO
                             + WS-SEM-AUX2 - WS-SEM-AUX3 + WS-SEM-AUX4
                             + 5.
         DIVIDE WS-SEM-SUMA BY 7 GIVING WS-SEM-COCIENTE
                REMAINDER WS-SEM-RESTO.
         COMPUTE WS-DIA-SEMANA = WS-SEM-RESTO + 1.

      *-----------------------------------------------------------*
      *----------    HORAS INFORMADAS DEL PERIODO CONTRA   --------*
      *----------    LAS CLASES PROGRAMADAS                --------*
      *-----------------------------------------------------------*
        0400-CONCILIAR-MAESTRO.
         OPEN INPUT MAE-TIMES.
         IF MAE-TIMES-ESTADO = "35"
            MOVE "SI" TO EOF-MAETIMES
         ELSE
            IF MAE-TIMES-ESTADO NOT = "00"
               DISPLAY "Error abriendo MaeTimes FS: " MAE-TIMES-ESTADO
               STOP RUN
            END-IF
         END-IF.
         IF NOT EOF-MAE-TIMES
            READ MAE-TIMES AT END MOVE "SI" TO EOF-MAETIMES
            END-READ
            PERFORM 0410-CONCILIAR-REG-MAESTRO UNTIL EOF-MAE-TIMES
            CLOSE MAE-TIMES
         END-IF.

        0410-CONCILIAR-REG-MAESTRO.
         IF MAE-TIMES-ANIO = WS-ANIO AND MAE-TIMES-MES = WS-MES
            MOVE MAE-TIMES-NUMERO     TO WS-OCU-NUMERO
            MOVE MAE-TIMES-SUCURSAL   TO WS-OCU-SUCURSAL
            MOVE MAE-TIMES-TIPO-CLASE TO WS-OCU-TIPO
            COMPUTE WS-OCU-FECHA = MAE-TIMES-ANIO * 10000
                                 + MAE-TIMES-MES * 100
                                 + MAE-TIMES-DIA
            PERFORM 0330-UBICAR-OCURRENCIA
            IF WS-FLAG-HALLADO = "S"
               ADD MAE-TIMES-HORAS TO OCUR-HS-REAL(OCUR-INDICE)
            ELSE
               IF WS-CANT-NPRG < 3000
                  ADD 1 TO WS-CANT-NPRG
                  SET NPRG-INDICE TO WS-CANT-NPRG
                  MOVE WS-OCU-NUMERO   TO NPRG-NUMERO(NPRG-INDICE)
                  MOVE WS-OCU-SUCURSAL TO NPRG-SUCURSAL(NPRG-INDICE)
                  MOVE WS-OCU-TIPO     TO NPRG-TIPO(NPRG-INDICE)
                  MOVE WS-OCU-FECHA    TO NPRG-FECHA(NPRG-INDICE)
                  MOVE MAE-TIMES-HORAS TO NPRG-HORAS(NPRG-INDICE)
                  PERFORM 0340-REGISTRAR-SUCURSAL
               ELSE
                  DISPLAY "Tabla de clases sin programar desbordada - "
                          "abortado"
                  STOP RUN
               END-IF
            END-IF
         END-IF.
         READ MAE-TIMES AT END MOVE "SI" TO EOF-MAETIMES.

      *-----------------------------------------------------------*
      *----------    UNA HOJA POR SUCURSAL CON SUS         --------*
      *----------    EXCEPCIONES Y EL % DE ASISTENCIA      --------*
      *-----------------------------------------------------------*
        0800-IMPRIMIR-SUCURSALES.
         PERFORM 0810-IMPRIMIR-UNA-SUCURSAL
                 VARYING CSUC-INDICE FROM 1 BY 1
                 UNTIL CSUC-INDICE > WS-CANT-CSUC.

        0810-IMPRIMIR-UNA-SUCURSAL.
         INITIALIZE WS-TOTALES-SUCURSAL.
         PERFORM 0850-IMPRIMIR-ENCABEZADO.
         MOVE CSUC-CODIGO(CSUC-INDICE) TO CONC-SUC-CODIGO.
         MOVE "DESCONOCIDA" TO CONC-SUC-RAZON.
         PERFORM VARYING SUC-INDICE FROM 1 BY 1
                  UNTIL SUC-INDICE > WS-CANT-SUCURSALES
            IF TAB-SUC-SUCURSAL(SUC-INDICE) = CSUC-CODIGO(CSUC-INDICE)
               MOVE TAB-SUC-RAZON(SUC-INDICE) TO CONC-SUC-RAZON
            END-IF
         END-PERFORM.
         WRITE LINEA-CONCILIACION FROM CONC-LINEA-SUCURSAL.
         WRITE LINEA-CONCILIACION FROM LINEA-EN-BLANCO.
         WRITE LINEA-CONCILIACION FROM CONC-LINEA-COLUMNAS.
         PERFORM VARYING NPRG-INDICE FROM 1 BY 1
                  UNTIL NPRG-INDICE > WS-CANT-NPRG
            IF NPRG-SUCURSAL(NPRG-INDICE) = CSUC-CODIGO(CSUC-INDICE)
               ADD 1 TO WS-S-SIN-PROGRAMAR
               ADD NPRG-HORAS(NPRG-INDICE) TO WS-S-HS-REAL
               MOVE NPRG-NUMERO(NPRG-INDICE) TO CONC-DET-NUMERO
               MOVE NPRG-FECHA(NPRG-INDICE)  TO WS-FEC-GRUPO
               MOVE NPRG-TIPO(NPRG-INDICE)   TO CONC-DET-TIPO
               MOVE 0                        TO CONC-DET-HS-PROG
               MOVE NPRG-HORAS(NPRG-INDICE)  TO CONC-DET-HS-REAL
               MOVE "Informada sin programar" TO CONC-DET-OBS
               PERFORM 0820-IMPRIMIR-DETALLE
            END-IF
         END-PERFORM.
         PERFORM VARYING OCUR-INDICE FROM 1 BY 1
                  UNTIL OCUR-INDICE > WS-CANT-OCUR
            IF OCUR-SUCURSAL(OCUR-INDICE) = CSUC-CODIGO(CSUC-INDICE)
               PERFORM 0830-CONTROLAR-OCURRENCIA
            END-IF
         END-PERFORM.
         WRITE LINEA-CONCILIACION FROM LINEA-EN-BLANCO.
         PERFORM 0860-IMPRIMIR-RESUMEN.
         ADD WS-S-PROGRAMADAS   TO WS-G-PROGRAMADAS.
         ADD WS-S-DICTADAS      TO WS-G-DICTADAS.
         ADD WS-S-SIN-PROGRAMAR TO WS-G-SIN-PROGRAMAR.
         ADD WS-S-SIN-HORAS     TO WS-G-SIN-HORAS.
         ADD WS-S-SOBRE         TO WS-G-SOBRE.
         ADD WS-S-HS-PROG       TO WS-G-HS-PROG.
         ADD WS-S-HS-REAL       TO WS-G-HS-REAL.

        0820-IMPRIMIR-DETALLE.
         MOVE WS-FEC-DIA  TO CONC-DET-DIA.
         MOVE WS-FEC-MES  TO CONC-DET-MES.
         MOVE WS-FEC-ANIO TO CONC-DET-ANIO.
         WRITE LINEA-CONCILIACION FROM CONC-LINEA-DETALLE.

        0830-CONTROLAR-OCURRENCIA.
         ADD 1 TO WS-S-PROGRAMADAS.
         ADD OCUR-HS-PROG(OCUR-INDICE) TO WS-S-HS-PROG.
         ADD OCUR-HS-REAL(OCUR-INDICE) TO WS-S-HS-REAL.
         MOVE SPACES TO CONC-DET-OBS.
         IF OCUR-HS-REAL(OCUR-INDICE) = 0
            ADD 1 TO WS-S-SIN-HORAS
            MOVE "Programada sin horas" TO CONC-DET-OBS
         ELSE
            ADD 1 TO WS-S-DICTADAS
            IF OCUR-HS-REAL(OCUR-INDICE) > OCUR-HS-PROG(OCUR-INDICE)
               ADD 1 TO WS-S-SOBRE
               MOVE "Horas sobre lo programado" TO CONC-DET-OBS
            END-IF
         END-IF.
         IF CONC-DET-OBS NOT = SPACES
            MOVE OCUR-NUMERO(OCUR-INDICE)  TO CONC-DET-NUMERO
            MOVE OCUR-FECHA(OCUR-INDICE)   TO WS-FEC-GRUPO
            MOVE OCUR-TIPO(OCUR-INDICE)    TO CONC-DET-TIPO
            MOVE OCUR-HS-PROG(OCUR-INDICE) TO CONC-DET-HS-PROG
            MOVE OCUR-HS-REAL(OCUR-INDICE) TO CONC-DET-HS-REAL
            PERFORM 0820-IMPRIMIR-DETALLE
         END-IF.

        0850-IMPRIMIR-ENCABEZADO.
         ADD 1 TO WS-HOJA.
         MOVE WS-HOJA TO CONC-ENC-HOJA.
         WRITE LINEA-CONCILIACION FROM CONC-ENCABEZADO
               AFTER ADVANCING PAGE.
         MOVE WS-MES  TO CONC-PER-MES.
         MOVE WS-ANIO TO CONC-PER-ANIO.
         WRITE LINEA-CONCILIACION FROM CONC-LINEA-PERIODO.

      *-----------------------------------------------------------*
      *----------    ASISTENCIA = DICTADAS / PROGRAMADAS   --------*
      *-----------------------------------------------------------*
        0860-IMPRIMIR-RESUMEN.
         MOVE 0 TO WS-PORC-ASISTENCIA.
         IF WS-S-PROGRAMADAS > 0
            COMPUTE WS-PORC-ASISTENCIA ROUNDED =
                    WS-S-DICTADAS * 100 / WS-S-PROGRAMADAS
         END-IF.
         MOVE WS-S-PROGRAMADAS   TO CONC-CLA-PROG.
         MOVE WS-S-DICTADAS      TO CONC-CLA-DICT.
         MOVE WS-PORC-ASISTENCIA TO CONC-CLA-PORC.
         MOVE WS-S-HS-PROG       TO CONC-CLA-HS-PROG.
         MOVE WS-S-HS-REAL       TO CONC-CLA-HS-REAL.
         WRITE LINEA-CONCILIACION FROM CONC-LINEA-CLASES.
         MOVE WS-S-SIN-PROGRAMAR TO CONC-EXC-SIN-PROG.
         MOVE WS-S-SIN-HORAS     TO CONC-EXC-SIN-HS.
         MOVE WS-S-SOBRE         TO CONC-EXC-SOBRE.
         WRITE LINEA-CONCILIACION FROM CONC-LINEA-EXCEPCIONES.

      *-----------------------------------------------------------*
      *----------    HOJA DE TOTALES GENERALES    -----------------*
      *-----------------------------------------------------------*
        0900-IMPRIMIR-GENERAL.
         PERFORM 0850-IMPRIMIR-ENCABEZADO.
         WRITE LINEA-CONCILIACION FROM CONC-LINEA-GENERAL.
         WRITE LINEA-CONCILIACION FROM LINEA-EN-BLANCO.
         MOVE WS-TOTALES-GENERALES TO WS-TOTALES-SUCURSAL.
         PERFORM 0860-IMPRIMIR-RESUMEN.
         IF WS-PRG-RECHAZA = "S"
            WRITE LINEA-CONCILIACION FROM LINEA-EN-BLANCO
            WRITE LINEA-CONCILIACION FROM CONC-LINEA-RECHAZO
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       FIN.
            CLOSE CONCILIACION.
