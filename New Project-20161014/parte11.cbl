        IDENTIFICATION DIVISION.
        PROGRAM-ID. TP.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT MOV-PRESUPUESTO ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS MOV-PRES-ESTADO.

            SELECT PRESUPUESTO    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PRESUPUESTO-ESTADO.

            SELECT SUCURSALES     ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS SUCURSALES-ESTADO.

            SELECT TIPOS_CLASE    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS TIPOS_CLASE-ESTADO.

            SELECT LOG-MAESTROS   ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS LOG-MAESTROS-ESTADO.

            SELECT LISTADO-PRES ASSIGN TO PRINTER
                                  "ListadoPresupuesto.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

        FD LISTADO-PRES LABEL RECORD OMITTED.
        01 LINEA-LISTADO-PRES PIC X(91).

      *  MOVIMIENTOS DE PRESUPUESTO. MES 00 = PRESUPUESTO ANUAL,
      *  SE REPARTE EN DOCE CUOTAS IGUALES (EL RESTO VA A DICIEMBRE)
        FD MOV-PRESUPUESTO LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "MovPresupuesto.dat".
        01 REG-MOV-PRESUPUESTO.
            03 MOVP-ACCION            PIC X(1).
                88 MOVP-ALTA          VALUE "A".
                88 MOVP-BAJA          VALUE "B".
                88 MOVP-MODIFICACION  VALUE "M".
            03 MOVP-SUCURSAL          PIC X(3).
            03 MOVP-TIPO-CLASE        PIC X(4).
            03 MOVP-ANIO              PIC 9(4).
            03 MOVP-MES               PIC 9(2).
            03 MOVP-HORAS             PIC 9(5)V99.
            03 MOVP-IMPORTE           PIC 9(9)V99.
            03 MOVP-OPERADOR          PIC X(10).

        FD PRESUPUESTO    LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "Presupuesto.dat".
        01 REG-PRESUPUESTO.
            03 PRES-CLAVE.
                05 PRES-SUCURSAL      PIC X(3).
                05 PRES-TIPO-CLASE    PIC X(4).
                05 PRES-ANIO          PIC 9(4).
                05 PRES-MES           PIC 9(2).
            03 PRES-HORAS             PIC 9(5)V99.
            03 PRES-IMPORTE           PIC 9(9)V99.

        FD SUCURSALES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "Sucursales.dat".
        01 REG-SUCURSALES.
            03 SUC-SUCURSAL       PIC X(3).
            03 SUC-RAZON          PIC X(25).
            03 SUC-DIRE           PIC X(20).
            03 SUC-TEL            PIC X(20).
            03 SUC-CUIT           PIC 9(11).

        FD TIPOS_CLASE    LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "TiposClase.dat".
        01 REG-TIPOS_CLASE.
           03 TIP-TIP_CLASE       PIC X(4).
           03 TIP-DESC            PIC X(20).
           03 TIP-VIGENCIA-DESDE.
               05 TIP-VIG-ANIO    PIC 9(4).
               05 TIP-VIG-MES     PIC 9(2).
               05 TIP-VIG-DIA     PIC 9(2).
           03 TIP-TARIFA          PIC 9(5)V99.

        FD LOG-MAESTROS   LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "LogMaestros.dat".
        01 REG-LOG-MAESTROS.
            03 LOG-FECHA              PIC 9(8).
            03 LOG-HORA               PIC 9(6).
            03 LOG-OPERADOR           PIC X(10).
            03 LOG-ENTIDAD            PIC X(1).
            03 LOG-ACCION             PIC X(1).
            03 LOG-CLAVE              PIC X(12).
            03 LOG-IMAGEN-ANTES       PIC X(100).
            03 LOG-IMAGEN-DESPUES     PIC X(100).

        WORKING-STORAGE SECTION.
        77 MOV-PRES-ESTADO PIC XX.
        77 PRESUPUESTO-ESTADO PIC XX.
        77 SUCURSALES-ESTADO PIC XX.
        77 TIPOS_CLASE-ESTADO PIC XX.
        77 LOG-MAESTROS-ESTADO PIC XX.
        77 EOF-MOVP PIC XX VALUE "NO".
            88 EOF-MOV-PRESUPUESTO VALUE "SI".
        77 EOF-PRES PIC XX VALUE "NO".
            88 EOF-PRESUPUESTO VALUE "SI".
        77 EOF-SUC PIC XX VALUE "NO".
            88 EOF-SUCURSALES VALUE "SI".
        77 EOF-CLASES PIC XX VALUE "NO".
            88 EOF-TIPOS_CLASE VALUE "SI".

        01 WS-CANT-SUCURSALES PIC 9(3) VALUE 0.
        01 WS-CANT-TIPOS PIC 9(3) VALUE 0.
        01 WS-CANT-PRESUPUESTO PIC 9(4) VALUE 0.
        01 WS-CANT-APLICADAS PIC 9(5) VALUE 0.
        01 WS-CANT-RECHAZADAS PIC 9(5) VALUE 0.

        01 WS-MOV-VALIDO PIC X VALUE "S".
            88 MOVIMIENTO-VALIDO VALUE "S".
            88 MOVIMIENTO-INVALIDO VALUE "N".
        01 WS-MOTIVO-RECHAZO PIC X(40) VALUE SPACES.
        01 WS-CLAVE-MOSTRADA PIC X(12) VALUE SPACES.
        01 WS-FLAG-HALLADO PIC X VALUE "N".
        01 WS-INDICE-HALLADO PIC 9(4) VALUE 0.
        01 WS-MES-DESDE PIC 9(2) VALUE 0.
        01 WS-MES-HASTA PIC 9(2) VALUE 0.
        01 WS-MES-APLICAR PIC 9(2) VALUE 0.
        01 WS-HORAS-MES PIC 9(5)V99 VALUE 0.
        01 WS-IMPORTE-MES PIC 9(9)V99 VALUE 0.
        01 WS-HORAS-CUOTA PIC 9(5)V99 VALUE 0.
        01 WS-IMPORTE-CUOTA PIC 9(9)V99 VALUE 0.
        01 WS-IMAGEN-ANTES PIC X(100) VALUE SPACES.
        01 WS-IMAGEN-DESPUES PIC X(100) VALUE SPACES.
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

        01 PMNT-ENCABEZADO.
            03 FILLER      PIC X(20) VALUE SPACES.
            03 FILLER      PIC X(47)
                         VALUE "Mantenimiento del Presupuesto".
            03 FILLER      PIC X(20) VALUE SPACES.

        01 PMNT-LINEA-DETALLE.
            03 FILLER           PIC X(2) VALUE SPACES.
            03 PMNT-DET-RESULT  PIC X(9).
            03 FILLER           PIC X(2) VALUE SPACES.
            03 PMNT-DET-ACCION  PIC X(1).
            03 FILLER           PIC X(2) VALUE SPACES.
            03 PMNT-DET-CLAVE   PIC X(12).
            03 FILLER           PIC X(1) VALUE SPACES.
            03 PMNT-DET-MES     PIC 9(2).
            03 FILLER           PIC X(1) VALUE SPACES.
            03 PMNT-DET-HORAS   PIC Z(4)9,99.
            03 FILLER           PIC X(1) VALUE SPACES.
            03 PMNT-DET-IMPORTE PIC Z(8)9,99.
            03 FILLER           PIC X(2) VALUE SPACES.
            03 PMNT-DET-MOTIVO  PIC X(36).

        01 PMNT-LINEA-TOTALES.
            03 FILLER             PIC X(2) VALUE SPACES.
            03 FILLER             PIC X(11) VALUE "Aplicadas: ".
            03 PMNT-TOT-APLICADAS PIC Z(4)9.
            03 FILLER             PIC X(4) VALUE SPACES.
            03 FILLER             PIC X(12) VALUE "Rechazadas: ".
            03 PMNT-TOT-RECHAZADAS PIC Z(4)9.
            03 FILLER             PIC X(52) VALUE SPACES.

        01 TABLA-SUCURSALES.
            02 TAB-SUCURSALES OCCURS 100 TIMES INDEXED BY SUC-INDICE.
                03 TAB-SUC-SUCURSAL PIC X(3).
        01 TABLA-TIPOS_CLASE.
            02 TAB-TIPOS_CLASE OCCURS 200 TIMES INDEXED BY TIP-INDICE.
                03 TAB-TIP-TIP_CLASE PIC X(4).

      *  PRESUPUESTO: SUCURSAL + TIPO + ANIO + MES
        01 TABLA-PRESUPUESTO.
            02 TAB-PRESUPUESTO OCCURS 3000 TIMES
                               INDEXED BY PRES-INDICE.
                03 TAB-PRES-CLAVE.
                    05 TAB-PRES-SUCURSAL PIC X(3).
                    05 TAB-PRES-TIPO     PIC X(4).
                    05 TAB-PRES-ANIO     PIC 9(4).
                    05 TAB-PRES-MES      PIC 9(2).
                03 TAB-PRES-HORAS    PIC 9(5)V99.
                03 TAB-PRES-IMPORTE  PIC 9(9)V99.
                03 TAB-PRES-ESTADO   PIC X.

        01 WS-CLAVE-BUSCADA.
            03 WS-CLAVE-SUCURSAL PIC X(3).
            03 WS-CLAVE-TIPO     PIC X(4).
            03 WS-CLAVE-ANIO     PIC 9(4).
            03 WS-CLAVE-MES      PIC 9(2).

      *  CLAVE DE LOGMAESTROS (12): SUCURSAL, TIPO, AA Y MES
        01 WS-CLAVE-LOG.
            03 WS-CLAVE-LOG-SUCURSAL PIC X(3).
            03 WS-CLAVE-LOG-TIPO     PIC X(4).
            03 WS-CLAVE-LOG-ANIO     PIC X(2).
            03 WS-CLAVE-LOG-MES      PIC 9(2).
            03 FILLER                PIC X(1) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * COMIENZO.

        PERFORM 0100-INICIO.
        PERFORM 0200-CARGAR-TABLAS.
        PERFORM 0300-PROCESAR-MOVIMIENTOS UNTIL EOF-MOV-PRESUPUESTO.
        PERFORM 0700-REGRABAR-PRESUPUESTO.
        PERFORM 0800-IMPRIMIR-TOTALES.
        PERFORM FIN.
        STOP RUN.

      *----------    PERFORM INICIO      -------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            OPEN INPUT MOV-PRESUPUESTO.
            IF MOV-PRES-ESTADO NOT = "00"
               DISPLAY "Error abriendo MovPresupuesto FS: "
                       MOV-PRES-ESTADO
               STOP RUN
            END-IF.
            OPEN INPUT SUCURSALES.
            IF SUCURSALES-ESTADO NOT = "00"
               DISPLAY "Error abriendo Sucursales FS: "
                       SUCURSALES-ESTADO
               STOP RUN
            END-IF.
            OPEN INPUT TIPOS_CLASE.
            IF TIPOS_CLASE-ESTADO NOT = "00"
               DISPLAY "Error abriendo TiposClase FS: "
                       TIPOS_CLASE-ESTADO
               STOP RUN
            END-IF.
            OPEN INPUT PRESUPUESTO.
            IF PRESUPUESTO-ESTADO = "35"
               MOVE "SI" TO EOF-PRES
            ELSE
               IF PRESUPUESTO-ESTADO NOT = "00"
                  DISPLAY "Error abriendo Presupuesto FS: "
                          PRESUPUESTO-ESTADO
                  STOP RUN
               END-IF
            END-IF.
            OPEN EXTEND LOG-MAESTROS.
            IF LOG-MAESTROS-ESTADO NOT = "00"
               OPEN OUTPUT LOG-MAESTROS
            END-IF.
            OPEN OUTPUT LISTADO-PRES.
            WRITE LINEA-LISTADO-PRES FROM PMNT-ENCABEZADO.

      *-----------------------------------------------------------*
      *----------    SUCURSALES, TIPOS Y PRESUPUESTO    -----------*
      *-----------------------------------------------------------*
        0200-CARGAR-TABLAS.
         READ SUCURSALES AT END MOVE "SI" TO EOF-SUC.
         PERFORM 0210-CARGAR-SUCURSAL UNTIL EOF-SUCURSALES.
         CLOSE SUCURSALES.
         READ TIPOS_CLASE AT END MOVE "SI" TO EOF-CLASES.
         PERFORM 0220-CARGAR-TIPO UNTIL EOF-TIPOS_CLASE.
         CLOSE TIPOS_CLASE.
         IF NOT EOF-PRESUPUESTO
            READ PRESUPUESTO AT END MOVE "SI" TO EOF-PRES
            END-READ
            PERFORM 0230-CARGAR-PRESUPUESTO UNTIL EOF-PRESUPUESTO
            CLOSE PRESUPUESTO
         END-IF.

        0210-CARGAR-SUCURSAL.
         IF WS-CANT-SUCURSALES < 100
            ADD 1 TO WS-CANT-SUCURSALES
            MOVE SUC-SUCURSAL TO TAB-SUC-SUCURSAL(WS-CANT-SUCURSALES)
         ELSE
            DISPLAY "Tabla de sucursales desbordada - abortado"
            STOP RUN
         END-IF.
         READ SUCURSALES AT END MOVE "SI" TO EOF-SUC.

      *  UN TIPO DE CLASE FIGURA UNA VEZ POR VIGENCIA; BASTA UNA
        0220-CARGAR-TIPO.
         MOVE "N" TO WS-FLAG-HALLADO.
         PERFORM VARYING TIP-INDICE FROM 1 BY 1
                  UNTIL TIP-INDICE > WS-CANT-TIPOS
            IF TAB-TIP-TIP_CLASE(TIP-INDICE) = TIP-TIP_CLASE
               MOVE "S" TO WS-FLAG-HALLADO
            END-IF
         END-PERFORM.
         IF WS-FLAG-HALLADO = "N"
            IF WS-CANT-TIPOS < 200
               ADD 1 TO WS-CANT-TIPOS
               MOVE TIP-TIP_CLASE TO TAB-TIP-TIP_CLASE(WS-CANT-TIPOS)
            ELSE
               DISPLAY "Tabla de tipos de clase desbordada - abortado"
               STOP RUN
            END-IF
         END-IF.
         READ TIPOS_CLASE AT END MOVE "SI" TO EOF-CLASES.

        0230-CARGAR-PRESUPUESTO.
         IF WS-CANT-PRESUPUESTO < 3000
            ADD 1 TO WS-CANT-PRESUPUESTO
            MOVE PRES-CLAVE   TO TAB-PRES-CLAVE(WS-CANT-PRESUPUESTO)
            MOVE PRES-HORAS   TO TAB-PRES-HORAS(WS-CANT-PRESUPUESTO)
            MOVE PRES-IMPORTE TO TAB-PRES-IMPORTE(WS-CANT-PRESUPUESTO)
            MOVE "A"          TO TAB-PRES-ESTADO(WS-CANT-PRESUPUESTO)
         ELSE
            DISPLAY "Tabla de presupuesto desbordada - abortado"
            STOP RUN
         END-IF.
         READ PRESUPUESTO AT END MOVE "SI" TO EOF-PRES.

      *-----------------------------------------------------------*
      *----------    PROCESO DE LOS MOVIMIENTOS    ----------------*
      *----------    SE VALIDAN TODOS LOS MESES ANTES DE -----------*
      *----------    APLICAR: UN ANUAL ENTRA COMPLETO O NO ---------*
      *----------    ENTRA                                ---------*
      *-----------------------------------------------------------*
        0300-PROCESAR-MOVIMIENTOS.
         READ MOV-PRESUPUESTO
            AT END MOVE "SI" TO EOF-MOVP
            NOT AT END
               MOVE "S" TO WS-MOV-VALIDO
               MOVE SPACES TO WS-MOTIVO-RECHAZO
               MOVE SPACES TO WS-CLAVE-MOSTRADA
               STRING MOVP-SUCURSAL MOVP-TIPO-CLASE MOVP-ANIO
                      DELIMITED BY SIZE INTO WS-CLAVE-MOSTRADA
               PERFORM 0400-VALIDAR-MOVIMIENTO
               IF MOVIMIENTO-VALIDO
                  PERFORM 0450-CONTROLAR-UN-MES
                          VARYING WS-MES-APLICAR FROM WS-MES-DESDE BY 1
                          UNTIL WS-MES-APLICAR > WS-MES-HASTA
               END-IF
               IF MOVIMIENTO-VALIDO
                  PERFORM 0500-APLICAR-UN-MES
                          VARYING WS-MES-APLICAR FROM WS-MES-DESDE BY 1
                          UNTIL WS-MES-APLICAR > WS-MES-HASTA
               END-IF
               PERFORM 0600-IMPRIMIR-RESULTADO
         END-READ.

      *-----------------------------------------------------------*
      *----------    VALIDACION CONTRA SUCURSALES Y TIPOS  --------*
      *-----------------------------------------------------------*
        0400-VALIDAR-MOVIMIENTO.
         IF NOT MOVP-ALTA AND NOT MOVP-BAJA AND NOT MOVP-MODIFICACION
            MOVE "N" TO WS-MOV-VALIDO
            MOVE "Accion desconocida" TO WS-MOTIVO-RECHAZO
         END-IF.
         IF MOVIMIENTO-VALIDO
            MOVE "N" TO WS-FLAG-HALLADO
            PERFORM VARYING SUC-INDICE FROM 1 BY 1
                     UNTIL SUC-INDICE > WS-CANT-SUCURSALES
               IF TAB-SUC-SUCURSAL(SUC-INDICE) = MOVP-SUCURSAL
                  MOVE "S" TO WS-FLAG-HALLADO
               END-IF
            END-PERFORM
            IF WS-FLAG-HALLADO = "N"
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Sucursal inexistente" TO WS-MOTIVO-RECHAZO
            END-IF
         END-IF.
         IF MOVIMIENTO-VALIDO
            MOVE "N" TO WS-FLAG-HALLADO
            PERFORM VARYING TIP-INDICE FROM 1 BY 1
                     UNTIL TIP-INDICE > WS-CANT-TIPOS
               IF TAB-TIP-TIP_CLASE(TIP-INDICE) = MOVP-TIPO-CLASE
                  MOVE "S" TO WS-FLAG-HALLADO
               END-IF
            END-PERFORM
            IF WS-FLAG-HALLADO = "N"
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Tipo de clase inexistente" TO WS-MOTIVO-RECHAZO
            END-IF
         END-IF.
         IF MOVIMIENTO-VALIDO
            IF MOVP-ANIO IS NOT NUMERIC
               OR MOVP-ANIO < 1900 OR MOVP-ANIO > 2099
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Anio invalido" TO WS-MOTIVO-RECHAZO
            END-IF
         END-IF.
         IF MOVIMIENTO-VALIDO
            IF MOVP-MES IS NOT NUMERIC OR MOVP-MES > 12
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Mes invalido" TO WS-MOTIVO-RECHAZO
            END-IF
         END-IF.
         IF MOVIMIENTO-VALIDO AND NOT MOVP-BAJA
            IF MOVP-HORAS IS NOT NUMERIC
               OR MOVP-IMPORTE IS NOT NUMERIC
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Horas o importe no numericos"
                    TO WS-MOTIVO-RECHAZO
            END-IF
         END-IF.
         IF MOVIMIENTO-VALIDO AND NOT MOVP-BAJA
            IF MOVP-HORAS = 0 AND MOVP-IMPORTE = 0
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Presupuesto sin horas ni importe"
                    TO WS-MOTIVO-RECHAZO
            END-IF
         END-IF.
         IF MOVIMIENTO-VALIDO
            IF MOVP-MES = 0
               MOVE 1  TO WS-MES-DESDE
               MOVE 12 TO WS-MES-HASTA
               IF NOT MOVP-BAJA
                  DIVIDE MOVP-HORAS BY 12 GIVING WS-HORAS-CUOTA
                  DIVIDE MOVP-IMPORTE BY 12 GIVING WS-IMPORTE-CUOTA
               END-IF
            ELSE
               MOVE MOVP-MES TO WS-MES-DESDE
               MOVE MOVP-MES TO WS-MES-HASTA
            END-IF
         END-IF.

        0450-CONTROLAR-UN-MES.
         PERFORM 0460-BUSCAR-PRESUPUESTO.
         IF MOVIMIENTO-VALIDO
            IF MOVP-ALTA AND WS-INDICE-HALLADO NOT = 0
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Presupuesto ya existente" TO WS-MOTIVO-RECHAZO
            END-IF
            IF NOT MOVP-ALTA AND WS-INDICE-HALLADO = 0
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Presupuesto inexistente" TO WS-MOTIVO-RECHAZO
            END-IF
         END-IF.
         IF MOVIMIENTO-VALIDO AND MOVP-ALTA
            AND WS-CANT-PRESUPUESTO + WS-MES-HASTA - WS-MES-DESDE
                                    >= 3000
            MOVE "N" TO WS-MOV-VALIDO
            MOVE "Tabla de presupuesto completa" TO WS-MOTIVO-RECHAZO
         END-IF.

        0460-BUSCAR-PRESUPUESTO.
         MOVE MOVP-SUCURSAL   TO WS-CLAVE-SUCURSAL.
         MOVE MOVP-TIPO-CLASE TO WS-CLAVE-TIPO.
         MOVE MOVP-ANIO       TO WS-CLAVE-ANIO.
         MOVE WS-MES-APLICAR  TO WS-CLAVE-MES.
         MOVE 0 TO WS-INDICE-HALLADO.
         PERFORM VARYING PRES-INDICE FROM 1 BY 1
                  UNTIL PRES-INDICE > WS-CANT-PRESUPUESTO
            IF TAB-PRES-CLAVE(PRES-INDICE) = WS-CLAVE-BUSCADA
               AND TAB-PRES-ESTADO(PRES-INDICE) = "A"
               SET WS-INDICE-HALLADO TO PRES-INDICE
            END-IF
         END-PERFORM.

      *-----------------------------------------------------------*
      *----------    APLICACION DE UN MES Y SU LOG    -------------*
      *-----------------------------------------------------------*
        0500-APLICAR-UN-MES.
         PERFORM 0460-BUSCAR-PRESUPUESTO.
         MOVE SPACES TO WS-IMAGEN-ANTES.
         MOVE SPACES TO WS-IMAGEN-DESPUES.
         IF WS-INDICE-HALLADO NOT = 0
            MOVE TAB-PRESUPUESTO(WS-INDICE-HALLADO)(1:31)
                 TO WS-IMAGEN-ANTES
         END-IF.
         IF MOVP-MES = 0
            IF WS-MES-APLICAR = 12
               COMPUTE WS-HORAS-MES = MOVP-HORAS
                                    - WS-HORAS-CUOTA * 11
               COMPUTE WS-IMPORTE-MES = MOVP-IMPORTE
                                      - WS-IMPORTE-CUOTA * 11
            ELSE
               MOVE WS-HORAS-CUOTA   TO WS-HORAS-MES
               MOVE WS-IMPORTE-CUOTA TO WS-IMPORTE-MES
            END-IF
         ELSE
            MOVE MOVP-HORAS   TO WS-HORAS-MES
            MOVE MOVP-IMPORTE TO WS-IMPORTE-MES
         END-IF.
         EVALUATE TRUE
            WHEN MOVP-ALTA
               ADD 1 TO WS-CANT-PRESUPUESTO
               MOVE WS-CANT-PRESUPUESTO TO WS-INDICE-HALLADO
               MOVE WS-CLAVE-BUSCADA
                    TO TAB-PRES-CLAVE(WS-INDICE-HALLADO)
               MOVE WS-HORAS-MES TO TAB-PRES-HORAS(WS-INDICE-HALLADO)
               MOVE WS-IMPORTE-MES
                    TO TAB-PRES-IMPORTE(WS-INDICE-HALLADO)
               MOVE "A" TO TAB-PRES-ESTADO(WS-INDICE-HALLADO)
            WHEN MOVP-MODIFICACION
               MOVE WS-HORAS-MES TO TAB-PRES-HORAS(WS-INDICE-HALLADO)
               MOVE WS-IMPORTE-MES
                    TO TAB-PRES-IMPORTE(WS-INDICE-HALLADO)
            WHEN MOVP-BAJA
               MOVE "B" TO TAB-PRES-ESTADO(WS-INDICE-HALLADO)
         END-EVALUATE.
         IF NOT MOVP-BAJA
            MOVE TAB-PRESUPUESTO(WS-INDICE-HALLADO)(1:31)
                 TO WS-IMAGEN-DESPUES
         END-IF.
         PERFORM 0650-GRABAR-LOG-MAESTROS.

      *-----------------------------------------------------------*
      *----------    LISTADO APLICADAS / RECHAZADAS    ------------*
      *-----------------------------------------------------------*
        0600-IMPRIMIR-RESULTADO.
         IF MOVIMIENTO-VALIDO
            ADD 1 TO WS-CANT-APLICADAS
            MOVE "Aplicada " TO PMNT-DET-RESULT
         ELSE
            ADD 1 TO WS-CANT-RECHAZADAS
            MOVE "Rechazada" TO PMNT-DET-RESULT
         END-IF.
         MOVE MOVP-ACCION TO PMNT-DET-ACCION.
         MOVE WS-CLAVE-MOSTRADA TO PMNT-DET-CLAVE.
         IF MOVP-MES IS NUMERIC
            MOVE MOVP-MES TO PMNT-DET-MES
         ELSE
            MOVE 0 TO PMNT-DET-MES
         END-IF.
         IF MOVP-HORAS IS NUMERIC
            MOVE MOVP-HORAS TO PMNT-DET-HORAS
         ELSE
            MOVE 0 TO PMNT-DET-HORAS
         END-IF.
         IF MOVP-IMPORTE IS NUMERIC
            MOVE MOVP-IMPORTE TO PMNT-DET-IMPORTE
         ELSE
            MOVE 0 TO PMNT-DET-IMPORTE
         END-IF.
         MOVE WS-MOTIVO-RECHAZO TO PMNT-DET-MOTIVO.
         WRITE LINEA-LISTADO-PRES FROM PMNT-LINEA-DETALLE.

      *-----------------------------------------------------------*
      *----------    LOG PERMANENTE DE CAMBIOS A MAESTROS  --------*
      *----------    ENTIDAD "U": PRESUPUESTO, UNO POR MES --------*
      *-----------------------------------------------------------*
        0650-GRABAR-LOG-MAESTROS.
         MOVE WS-CURRENT-DATE TO LOG-FECHA.
         MOVE WS-CURRENT-DATE-FIELDS(9:6) TO LOG-HORA.
         MOVE MOVP-OPERADOR     TO LOG-OPERADOR.
         MOVE "U"               TO LOG-ENTIDAD.
         MOVE MOVP-ACCION       TO LOG-ACCION.
         MOVE WS-CLAVE-SUCURSAL TO WS-CLAVE-LOG-SUCURSAL.
         MOVE WS-CLAVE-TIPO     TO WS-CLAVE-LOG-TIPO.
         MOVE WS-CLAVE-ANIO(3:2) TO WS-CLAVE-LOG-ANIO.
         MOVE WS-CLAVE-MES      TO WS-CLAVE-LOG-MES.
         MOVE WS-CLAVE-LOG      TO LOG-CLAVE.
         MOVE WS-IMAGEN-ANTES   TO LOG-IMAGEN-ANTES.
         MOVE WS-IMAGEN-DESPUES TO LOG-IMAGEN-DESPUES.
         WRITE REG-LOG-MAESTROS.

      *-----------------------------------------------------------*
      *----------    REGRABACION DEL PRESUPUESTO    ---------------*
      *-----------------------------------------------------------*
        0700-REGRABAR-PRESUPUESTO.
         OPEN OUTPUT PRESUPUESTO.
         PERFORM VARYING PRES-INDICE FROM 1 BY 1
                  UNTIL PRES-INDICE > WS-CANT-PRESUPUESTO
            IF TAB-PRES-ESTADO(PRES-INDICE) = "A"
               MOVE TAB-PRES-CLAVE(PRES-INDICE)   TO PRES-CLAVE
               MOVE TAB-PRES-HORAS(PRES-INDICE)   TO PRES-HORAS
               MOVE TAB-PRES-IMPORTE(PRES-INDICE) TO PRES-IMPORTE
               WRITE REG-PRESUPUESTO
            END-IF
         END-PERFORM.
         CLOSE PRESUPUESTO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0800-IMPRIMIR-TOTALES.
         MOVE WS-CANT-APLICADAS  TO PMNT-TOT-APLICADAS.
         MOVE WS-CANT-RECHAZADAS TO PMNT-TOT-RECHAZADAS.
         WRITE LINEA-LISTADO-PRES FROM PMNT-LINEA-TOTALES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       FIN.
            CLOSE MOV-PRESUPUESTO.
            CLOSE LISTADO-PRES.
            CLOSE LOG-MAESTROS.
