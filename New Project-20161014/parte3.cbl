                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS TIPOS_CLASE-ESTADO.

            SELECT RELIQ-PEND     ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS RELIQ-PEND-ESTADO.

            SELECT LOG-MAESTROS   ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS LOG-MAESTROS-ESTADO.

            SELECT CAMBIOS-CBU    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS CAMBIOS-CBU-ESTADO.

            SELECT HIST-LIQ       ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS HIST-LIQ-ESTADO.

            SELECT LISTADO-MANT ASSIGN TO PRINTER "ListadoMant.dat"
                                  FILE STATUS IS LISTADO-MANT-ESTADO.

                88 MOV-ALTA           VALUE "A".
                88 MOV-BAJA           VALUE "B".
                88 MOV-MODIFICACION   VALUE "M".
                88 MOV-CONFIRMACION   VALUE "C".
            03 MOV-DATOS              PIC X(100).
            03 MOV-DATOS-PROF REDEFINES MOV-DATOS.
                05 MOV-PROF-NUMERO    PIC X(5).
                    07 MOV-TIP-VIG-DIA  PIC 9(2).
                05 MOV-TIP-TARIFA     PIC 9(5)V99.
                05 FILLER             PIC X(61).
            03 MOV-OPERADOR           PIC X(10).

        FD PROFESORES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "Profesores.dat".
               05 TIP-VIG-DIA     PIC 9(2).
           03 TIP-TARIFA          PIC 9(5)V99.

        FD RELIQ-PEND     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "ReliqPendientes.dat".
        01 REG-RELIQ-PEND.
           03 RELP-TIP_CLASE      PIC X(4).
           03 RELP-VIGENCIA-DESDE PIC 9(8).
           03 RELP-TARIFA         PIC 9(5)V99.
           03 RELP-ACCION         PIC X(1).
           03 RELP-FECHA-CARGA    PIC X(14).

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

        FD CAMBIOS-CBU    LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "CambiosCBU.dat".
        01 REG-CAMBIO-CBU.
            03 CCBU-NUMERO            PIC X(5).
            03 CCBU-CBU-ANTERIOR      PIC X(22).
            03 CCBU-CBU-NUEVO         PIC X(22).
            03 CCBU-FECHA-CAMBIO      PIC X(14).
            03 CCBU-OPERADOR          PIC X(10).
            03 CCBU-ESTADO            PIC X(1).
                88 CCBU-PENDIENTE     VALUE "P".
                88 CCBU-CONFIRMADO    VALUE "C".
            03 CCBU-FECHA-CONFIRMA    PIC X(14).
            03 CCBU-OPERADOR-CONFIRMA PIC X(10).

        FD HIST-LIQ    LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "HistLiquidacion.dat".
        01 REG-HIST-LIQ.
            03 HLIQ-TIPO              PIC X(1).
                88 HLIQ-REG-NETO      VALUE "N".
            03 HLIQ-ORIGEN            PIC X(1).
            03 HLIQ-PERIODO           PIC 9(6).
            03 HLIQ-CORRIDA           PIC 9(5).
            03 HLIQ-NUMERO            PIC X(5).
            03 HLIQ-DATOS             PIC X(50).
            03 HLIQ-DATOS-NETO REDEFINES HLIQ-DATOS.
                05 HLIQ-NETO-BRUTO    PIC 9(7)V99.
                05 HLIQ-NETO-RETENIDO PIC 9(7)V99.
                05 HLIQ-NETO-IMPORTE  PIC 9(7)V99.
                05 HLIQ-NETO-CBU      PIC X(22).
                05 HLIQ-NETO-PAGO     PIC X(1).

        WORKING-STORAGE SECTION.
        77 MOVIMIENTOS-ESTADO PIC XX.
        77 RELIQ-PEND-ESTADO PIC XX.
        77 PROF-ESTADO PIC XX.
        77 SUCURSALES-ESTADO PIC XX.
        77 TIPOS_CLASE-ESTADO PIC XX.
        77 LISTADO-MANT-ESTADO PIC XX.
        77 LOG-MAESTROS-ESTADO PIC XX.
        77 CAMBIOS-CBU-ESTADO PIC XX.
        77 EOF-MOV PIC XX VALUE "NO".
            88 EOF-MOVIMIENTOS VALUE "SI".
        77 EOF-PROF PIC XX VALUE "NO".
            88 EOF-SUCURSALES VALUE "SI".
        77 EOF-CLASES PIC XX VALUE "NO".
            88 EOF-TIPOS_CLASE VALUE "SI".
        77 EOF-CBU PIC XX VALUE "NO".
            88 EOF-CAMBIOS-CBU VALUE "SI".
        77 HIST-LIQ-ESTADO PIC XX.
        77 EOF-HLIQ PIC XX VALUE "NO".
            88 EOF-HIST-LIQ VALUE "SI".

        01 WS-CANT-SUCURSALES PIC 9(3) VALUE 0.
        01 WS-CANT-TIPOS PIC 9(3) VALUE 0.
        01 WS-RESTO-SIGLO PIC 9(4) VALUE 0.
        01 WS-RESTO-CUATROCIENTOS PIC 9(4) VALUE 0.
        01 WS-CLAVE-MOSTRADA PIC X(12) VALUE SPACES.
        01 WS-CANT-RETROACTIVAS PIC 9(5) VALUE 0.
        01 WS-FECHA-HOY PIC 9(8) VALUE 0.
        01 WS-IMAGEN-ANTES PIC X(100) VALUE SPACES.
        01 WS-IMAGEN-DESPUES PIC X(100) VALUE SPACES.
        01 WS-CANT-CAMBIOS-CBU PIC 9(3) VALUE 0.
        01 WS-INDICE-CBU PIC 9(3) VALUE 0.
        01 WS-CBU-PREVIO PIC X(22) VALUE SPACES.
        01 WS-FLAG-PAGADO PIC X VALUE "N".
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

        01 MANT-ENCABEZADO.
            03 FILLER      PIC X(20) VALUE SPACES.
                03 TAB-PROF-CBU    PIC X(22).
                03 TAB-PROF-ESTADO PIC X.

      *  CAMBIOS DE CBU: UNO POR PROFESOR, EL ULTIMO REGISTRADO.
      *  MIENTRAS ESTA PENDIENTE TP RETIENE EL PAGO DEL PROFESOR
        01 TABLA-CAMBIOS-CBU.
            02 TAB-CAMBIOS-CBU OCCURS 500 TIMES INDEXED BY CCBU-INDICE.
                03 TAB-CCBU-NUMERO       PIC X(5).
                03 TAB-CCBU-CBU-ANTERIOR PIC X(22).
                03 TAB-CCBU-CBU-NUEVO    PIC X(22).
                03 TAB-CCBU-FECHA-CAMBIO PIC X(14).
                03 TAB-CCBU-OPERADOR     PIC X(10).
                03 TAB-CCBU-ESTADO       PIC X(1).
                03 TAB-CCBU-FECHA-CONF   PIC X(14).
                03 TAB-CCBU-OPERADOR-CONF PIC X(10).

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * COMIENZO.
      *----------    PERFORM INICIO      -------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            MOVE WS-CURRENT-DATE TO WS-FECHA-HOY.
            OPEN INPUT MOVIMIENTOS.
            IF MOVIMIENTOS-ESTADO NOT = "00"
               DISPLAY "Error abriendo MovMaestros FS: "
                  STOP RUN
               END-IF
            END-IF.
            OPEN INPUT CAMBIOS-CBU.
            IF CAMBIOS-CBU-ESTADO NOT = "00"
               MOVE "SI" TO EOF-CBU
            END-IF.
            OPEN EXTEND LOG-MAESTROS.
            IF LOG-MAESTROS-ESTADO NOT = "00"
               OPEN OUTPUT LOG-MAESTROS
            END-IF.
            OPEN OUTPUT LISTADO-MANT.
            WRITE LINEA-LISTADO-MANT FROM MANT-ENCABEZADO.

            PERFORM 0230-CARGAR-TIPO UNTIL EOF-TIPOS_CLASE
            CLOSE TIPOS_CLASE
         END-IF.
         IF NOT EOF-CAMBIOS-CBU
            READ CAMBIOS-CBU AT END MOVE "SI" TO EOF-CBU
            END-READ
            PERFORM 0240-CARGAR-CAMBIO-CBU UNTIL EOF-CAMBIOS-CBU
            CLOSE CAMBIOS-CBU
         END-IF.

        0210-CARGAR-PROFESOR.
         IF WS-CANT-PROFESORES < 500
         END-IF.
         READ TIPOS_CLASE AT END MOVE "SI" TO EOF-CLASES.

        0240-CARGAR-CAMBIO-CBU.
         IF WS-CANT-CAMBIOS-CBU < 500
            ADD 1 TO WS-CANT-CAMBIOS-CBU
            MOVE REG-CAMBIO-CBU TO TAB-CAMBIOS-CBU(WS-CANT-CAMBIOS-CBU)
         ELSE
            DISPLAY "Tabla de cambios de CBU desbordada - abortado"
            STOP RUN
         END-IF.
         READ CAMBIOS-CBU AT END MOVE "SI" TO EOF-CBU.

      *-----------------------------------------------------------*
      *----------    PROCESO DE LOS MOVIMIENTOS    ----------------*
      *-----------------------------------------------------------*
               MOVE "S" TO WS-MOV-VALIDO
               MOVE SPACES TO WS-MOTIVO-RECHAZO
               MOVE SPACES TO WS-CLAVE-MOSTRADA
               MOVE SPACES TO WS-IMAGEN-ANTES
               MOVE SPACES TO WS-IMAGEN-DESPUES
               EVALUATE TRUE
                  WHEN MOV-ENT-PROFESOR
                     MOVE MOV-PROF-NUMERO TO WS-CLAVE-MOSTRADA
                     MOVE "N" TO WS-MOV-VALIDO
                     MOVE "Entidad desconocida" TO WS-MOTIVO-RECHAZO
               END-EVALUATE
               IF MOVIMIENTO-VALIDO
                  PERFORM 0650-GRABAR-LOG-MAESTROS
               END-IF
               PERFORM 0600-IMPRIMIR-RESULTADO
         END-READ.

               SET WS-INDICE-HALLADO TO PROF-INDICE
            END-IF
         END-PERFORM.
         IF WS-INDICE-HALLADO NOT = 0
            MOVE TAB-PROFESORES(WS-INDICE-HALLADO)(1:100)
                 TO WS-IMAGEN-ANTES
         END-IF.
         EVALUATE TRUE
            WHEN MOV-ALTA
               PERFORM 0410-VALIDAR-DATOS-PROFESOR
                  MOVE "N" TO WS-MOV-VALIDO
                  MOVE "Profesor inexistente" TO WS-MOTIVO-RECHAZO
               END-IF
               IF MOVIMIENTO-VALIDO
                  PERFORM 0430-CONTROLAR-CAMBIO-CBU
               END-IF
               IF MOVIMIENTO-VALIDO
                  PERFORM 0420-GRABAR-DATOS-PROFESOR
               END-IF
            WHEN MOV-CONFIRMACION
               PERFORM 0440-CONFIRMAR-CAMBIO-CBU
            WHEN OTHER
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Accion desconocida" TO WS-MOTIVO-RECHAZO
         END-EVALUATE.
         IF MOVIMIENTO-VALIDO AND (MOV-ALTA OR MOV-MODIFICACION)
            MOVE TAB-PROFESORES(WS-INDICE-HALLADO)(1:100)
                 TO WS-IMAGEN-DESPUES
         END-IF.

        0410-VALIDAR-DATOS-PROFESOR.
         IF MOV-PROF-NUMERO = SPACES
         MOVE MOV-PROF-CBU    TO TAB-PROF-CBU(WS-INDICE-HALLADO).
         MOVE "A"             TO TAB-PROF-ESTADO(WS-INDICE-HALLADO).

      *-----------------------------------------------------------*
      *----------    CAMBIO DE CBU DE UN PROFESOR YA PAGADO  ------*
      *----------    QUEDA PENDIENTE DE CONFIRMACION POR UN  ------*
      *----------    SEGUNDO OPERADOR; HASTA ENTONCES TP     ------*
      *----------    RETIENE EL PAGO. DEJAR EL CBU EN BLANCO ------*
      *----------    TAMBIEN ES UN CAMBIO, Y SE COMPARA       -----*
      *----------    CONTRA EL ULTIMO CBU NO VACIO CONOCIDO  ------*
      *-----------------------------------------------------------*
        0430-CONTROLAR-CAMBIO-CBU.
         MOVE "N" TO WS-FLAG-PAGADO.
         MOVE TAB-PROF-CBU(WS-INDICE-HALLADO) TO WS-CBU-PREVIO.
         IF MOV-PROF-CBU NOT = TAB-PROF-CBU(WS-INDICE-HALLADO)
            PERFORM 0435-BUSCAR-CAMBIO-CBU
            IF WS-CBU-PREVIO = SPACES AND WS-INDICE-CBU NOT = 0
               MOVE "S" TO WS-FLAG-PAGADO
               MOVE TAB-CCBU-CBU-NUEVO(WS-INDICE-CBU) TO WS-CBU-PREVIO
               IF WS-CBU-PREVIO = SPACES
                  MOVE TAB-CCBU-CBU-ANTERIOR(WS-INDICE-CBU)
                       TO WS-CBU-PREVIO
               END-IF
            END-IF
            IF WS-CBU-PREVIO = SPACES AND WS-INDICE-CBU = 0
               PERFORM 0437-BUSCAR-CBU-PAGADO
            END-IF
            IF WS-CBU-PREVIO NOT = SPACES
               MOVE "S" TO WS-FLAG-PAGADO
            END-IF
         END-IF.
         IF WS-FLAG-PAGADO = "S"
            AND MOV-PROF-CBU NOT = WS-CBU-PREVIO
            IF MOV-OPERADOR = SPACES
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Cambio de CBU sin operador" TO WS-MOTIVO-RECHAZO
            ELSE
               IF WS-INDICE-CBU = 0
                  IF WS-CANT-CAMBIOS-CBU < 500
                     ADD 1 TO WS-CANT-CAMBIOS-CBU
                     MOVE WS-CANT-CAMBIOS-CBU TO WS-INDICE-CBU
                  ELSE
                     MOVE "N" TO WS-MOV-VALIDO
                     MOVE "Tabla de cambios de CBU completa"
                          TO WS-MOTIVO-RECHAZO
                  END-IF
               END-IF
            END-IF
            IF MOVIMIENTO-VALIDO
               MOVE MOV-PROF-NUMERO TO TAB-CCBU-NUMERO(WS-INDICE-CBU)
               MOVE WS-CBU-PREVIO
                    TO TAB-CCBU-CBU-ANTERIOR(WS-INDICE-CBU)
               MOVE MOV-PROF-CBU TO TAB-CCBU-CBU-NUEVO(WS-INDICE-CBU)
               MOVE WS-CURRENT-DATE-FIELDS(1:14)
                    TO TAB-CCBU-FECHA-CAMBIO(WS-INDICE-CBU)
               MOVE MOV-OPERADOR TO TAB-CCBU-OPERADOR(WS-INDICE-CBU)
               MOVE "P" TO TAB-CCBU-ESTADO(WS-INDICE-CBU)
               MOVE SPACES TO TAB-CCBU-FECHA-CONF(WS-INDICE-CBU)
               MOVE SPACES TO TAB-CCBU-OPERADOR-CONF(WS-INDICE-CBU)
               MOVE "CBU modificado - requiere confirmacion"
                    TO WS-MOTIVO-RECHAZO
            END-IF
         END-IF.

        0435-BUSCAR-CAMBIO-CBU.
         MOVE 0 TO WS-INDICE-CBU.
         PERFORM VARYING CCBU-INDICE FROM 1 BY 1
                  UNTIL CCBU-INDICE > WS-CANT-CAMBIOS-CBU
            IF TAB-CCBU-NUMERO(CCBU-INDICE) = MOV-PROF-NUMERO
               SET WS-INDICE-CBU TO CCBU-INDICE
            END-IF
         END-PERFORM.

      *-----------------------------------------------------------*
      *----------    PROFESOR SIN CBU NI CAMBIOS: SE BUSCA   ------*
      *----------    SI YA COBRO Y A QUE CBU                 ------*
      *-----------------------------------------------------------*
        0437-BUSCAR-CBU-PAGADO.
         MOVE "NO" TO EOF-HLIQ.
         OPEN INPUT HIST-LIQ.
         IF HIST-LIQ-ESTADO = "00"
            PERFORM 0438-LEER-HIST-LIQ UNTIL EOF-HIST-LIQ
            CLOSE HIST-LIQ
         END-IF.

        0438-LEER-HIST-LIQ.
         READ HIST-LIQ
            AT END MOVE "SI" TO EOF-HLIQ
            NOT AT END
               IF HLIQ-REG-NETO AND HLIQ-NUMERO = MOV-PROF-NUMERO
                  MOVE "S" TO WS-FLAG-PAGADO
                  IF HLIQ-NETO-CBU NOT = SPACES
                     MOVE HLIQ-NETO-CBU TO WS-CBU-PREVIO
                  END-IF
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *----------    CONFIRMACION DEL CAMBIO DE CBU: OTRO    ------*
      *----------    OPERADOR Y EL MISMO CBU NUEVO           ------*
      *-----------------------------------------------------------*
        0440-CONFIRMAR-CAMBIO-CBU.
         PERFORM 0435-BUSCAR-CAMBIO-CBU.
         IF WS-INDICE-CBU = 0
            MOVE "N" TO WS-MOV-VALIDO
            MOVE "Sin cambio de CBU pendiente" TO WS-MOTIVO-RECHAZO
         ELSE
            IF TAB-CCBU-ESTADO(WS-INDICE-CBU) NOT = "P"
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Sin cambio de CBU pendiente" TO WS-MOTIVO-RECHAZO
            END-IF
         END-IF.
         IF MOVIMIENTO-VALIDO
            AND MOV-PROF-CBU NOT = TAB-CCBU-CBU-NUEVO(WS-INDICE-CBU)
            MOVE "N" TO WS-MOV-VALIDO
            MOVE "CBU no coincide con el cambio" TO WS-MOTIVO-RECHAZO
         END-IF.
         IF MOVIMIENTO-VALIDO
            AND (MOV-OPERADOR = SPACES
             OR MOV-OPERADOR = TAB-CCBU-OPERADOR(WS-INDICE-CBU))
            MOVE "N" TO WS-MOV-VALIDO
            MOVE "Confirmacion requiere otro operador"
                 TO WS-MOTIVO-RECHAZO
         END-IF.
         IF MOVIMIENTO-VALIDO
            MOVE TAB-CAMBIOS-CBU(WS-INDICE-CBU) TO WS-IMAGEN-ANTES
            MOVE "C" TO TAB-CCBU-ESTADO(WS-INDICE-CBU)
            MOVE WS-CURRENT-DATE-FIELDS(1:14)
                 TO TAB-CCBU-FECHA-CONF(WS-INDICE-CBU)
            MOVE MOV-OPERADOR TO TAB-CCBU-OPERADOR-CONF(WS-INDICE-CBU)
            MOVE TAB-CAMBIOS-CBU(WS-INDICE-CBU) TO WS-IMAGEN-DESPUES
         END-IF.

      *-----------------------------------------------------------*
      *----------    MOVIMIENTOS SOBRE SUCURSALES    --------------*
      *-----------------------------------------------------------*
               SET WS-INDICE-HALLADO TO SUC-INDICE
            END-IF
         END-PERFORM.
         IF WS-INDICE-HALLADO NOT = 0
            MOVE TAB-SUCURSALES(WS-INDICE-HALLADO)(1:79)
                 TO WS-IMAGEN-ANTES
         END-IF.
         EVALUATE TRUE
            WHEN MOV-ALTA
               PERFORM 0460-VALIDAR-DATOS-SUCURSAL
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Accion desconocida" TO WS-MOTIVO-RECHAZO
         END-EVALUATE.
         IF MOVIMIENTO-VALIDO AND NOT MOV-BAJA
            MOVE TAB-SUCURSALES(WS-INDICE-HALLADO)(1:79)
                 TO WS-IMAGEN-DESPUES
         END-IF.

        0460-VALIDAR-DATOS-SUCURSAL.
         IF MOV-SUC-SUCURSAL = SPACES
               SET WS-INDICE-HALLADO TO TIP-INDICE
            END-IF
         END-PERFORM.
         IF WS-INDICE-HALLADO NOT = 0
            MOVE TAB-TIPOS_CLASE(WS-INDICE-HALLADO)(1:39)
                 TO WS-IMAGEN-ANTES
         END-IF.
         EVALUATE TRUE
            WHEN MOV-ALTA
               PERFORM 0510-VALIDAR-DATOS-TIPO
                  ADD 1 TO WS-CANT-TIPOS
                  MOVE WS-CANT-TIPOS TO WS-INDICE-HALLADO
                  PERFORM 0520-GRABAR-DATOS-TIPO
                  PERFORM 0530-CONTROLAR-RETROACTIVO
               END-IF
            WHEN MOV-BAJA
               IF WS-INDICE-HALLADO = 0
               END-IF
               IF MOVIMIENTO-VALIDO
                  PERFORM 0520-GRABAR-DATOS-TIPO
                  PERFORM 0530-CONTROLAR-RETROACTIVO
               END-IF
            WHEN OTHER
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Accion desconocida" TO WS-MOTIVO-RECHAZO
         END-EVALUATE.
         IF MOVIMIENTO-VALIDO AND NOT MOV-BAJA
            MOVE TAB-TIPOS_CLASE(WS-INDICE-HALLADO)(1:39)
                 TO WS-IMAGEN-DESPUES
         END-IF.

        0510-VALIDAR-DATOS-TIPO.
         IF MOV-TIP-TIP_CLASE = SPACES
         MOVE MOV-TIP-TARIFA    TO TAB-TIP-TARIFA(WS-INDICE-HALLADO).
         MOVE "A"               TO TAB-TIP-ESTADO(WS-INDICE-HALLADO).

      *-----------------------------------------------------------*
      *----------    TARIFA CON VIGENCIA PASADA: QUEDA     --------*
      *----------    PENDIENTE PARA LA RELIQUIDACION DE    --------*
      *----------    LOS PERIODOS YA LIQUIDADOS            --------*
      *-----------------------------------------------------------*
        0530-CONTROLAR-RETROACTIVO.
         IF MOV-TIP-VIGENCIA-DESDE < WS-FECHA-HOY
            IF WS-CANT-RETROACTIVAS = 0
               OPEN EXTEND RELIQ-PEND
               IF RELIQ-PEND-ESTADO NOT = "00"
                  OPEN OUTPUT RELIQ-PEND
               END-IF
            END-IF
            ADD 1 TO WS-CANT-RETROACTIVAS
            MOVE MOV-TIP-TIP_CLASE      TO RELP-TIP_CLASE
            MOVE MOV-TIP-VIGENCIA-DESDE TO RELP-VIGENCIA-DESDE
            MOVE MOV-TIP-TARIFA         TO RELP-TARIFA
            MOVE MOV-ACCION             TO RELP-ACCION
            MOVE WS-CURRENT-DATE-FIELDS(1:14) TO RELP-FECHA-CARGA
            WRITE REG-RELIQ-PEND
            MOVE "Vigencia retroactiva - a reliquidar"
                 TO WS-MOTIVO-RECHAZO
         END-IF.

      *-----------------------------------------------------------*
      *----------    VALIDACION DE FECHA AAAA-MM-DD    ------------*
      *-----------------------------------------------------------*
         MOVE WS-MOTIVO-RECHAZO TO MANT-DET-MOTIVO.
         WRITE LINEA-LISTADO-MANT FROM MANT-LINEA-DETALLE.

      *-----------------------------------------------------------*
      *----------    LOG PERMANENTE DE CAMBIOS A MAESTROS  --------*
      *----------    IMAGEN ANTES / DESPUES Y OPERADOR     --------*
      *-----------------------------------------------------------*
        0650-GRABAR-LOG-MAESTROS.
         MOVE WS-CURRENT-DATE TO LOG-FECHA.
         MOVE WS-CURRENT-DATE-FIELDS(9:6) TO LOG-HORA.
         MOVE MOV-OPERADOR      TO LOG-OPERADOR.
         MOVE MOV-ENTIDAD       TO LOG-ENTIDAD.
         MOVE MOV-ACCION        TO LOG-ACCION.
         MOVE WS-CLAVE-MOSTRADA TO LOG-CLAVE.
         MOVE WS-IMAGEN-ANTES   TO LOG-IMAGEN-ANTES.
         MOVE WS-IMAGEN-DESPUES TO LOG-IMAGEN-DESPUES.
         WRITE REG-LOG-MAESTROS.

      *-----------------------------------------------------------*
      *----------    REGRABACION DE LOS MAESTROS    ---------------*
      *-----------------------------------------------------------*
            END-IF
         END-PERFORM.
         CLOSE TIPOS_CLASE.
         OPEN OUTPUT CAMBIOS-CBU.
         PERFORM VARYING CCBU-INDICE FROM 1 BY 1
                  UNTIL CCBU-INDICE > WS-CANT-CAMBIOS-CBU
            MOVE TAB-CAMBIOS-CBU(CCBU-INDICE) TO REG-CAMBIO-CBU
            WRITE REG-CAMBIO-CBU
         END-PERFORM.
         CLOSE CAMBIOS-CBU.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       FIN.
            CLOSE MOVIMIENTOS.
            CLOSE LISTADO-MANT.
            CLOSE LOG-MAESTROS.
            IF WS-CANT-RETROACTIVAS > 0
               CLOSE RELIQ-PEND
            END-IF.
