                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS RECHAZOS-ANT-ESTADO.

            SELECT RECHAZOS-NOV   ASSIGN TO "RECHAZOSNOV"
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS RECHAZOS-NOV-ESTADO.

                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PARAM-PLAUSIB-ESTADO.
        
            SELECT MAE-TIMES     ASSIGN TO "MAETIMES"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS MAE-TIMES-CLAVE
            SELECT PLANILLA ASSIGN TO PRINTER "Planilla.dat".
            SELECT CONTROL-TOTALES ASSIGN TO PRINTER
                                  "ControlTotales.dat".
            SELECT ADVERTENCIAS ASSIGN TO PRINTER
                                  "AdvertenciasSimulacion.dat".

            SELECT PAGO-BANCO    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS DECLARACION-ESTADO.

            SELECT HIST-LIQ      ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS HIST-LIQ-ESTADO.

            SELECT CAMBIOS-CBU   ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS CAMBIOS-CBU-ESTADO.

            SELECT PAGO-RETENIDO ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PAGO-RETENIDO-ESTADO.

            SELECT PROGRAMACION  ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PROGRAMACION-ESTADO.

            SELECT PARAM-PROGRAM ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PARAM-PROGRAM-ESTADO.

            SELECT CTA-CTE       ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS CTA-CTE-ESTADO.

            SELECT CTA-CTE-MOV   ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS CTA-CTE-MOV-ESTADO.

            SELECT CTA-MOV-TEMP  ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS CTA-MOV-TEMP-ESTADO.

            SELECT PARAM-CTA-CTE ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PARAM-CTA-CTE-ESTADO.

            SELECT ESTADO-CTA-CTE ASSIGN TO PRINTER "EstadoCtaCte.dat".
            SELECT RECIBOS ASSIGN TO PRINTER "Recibos.dat".

            SELECT CHECKPOINT    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS CHECKPOINT-ESTADO.
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PARAM-GEN-ESTADO.

            SELECT ESTADO-PERIODO ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS ESTADO-PER-ESTADO.

            SELECT ORDEN-NOV     ASSIGN TO DISK.
        
        DATA DIVISION.
        FD CONTROL-TOTALES LABEL RECORD OMITTED.
        01 LINEA-CONTROL PIC X(110).

        FD ADVERTENCIAS LABEL RECORD OMITTED.
        01 LINEA-ADVERTENCIA PIC X(87).

        FD PAGO-BANCO  LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "PagosBanco.dat".
        01 REG-PAGO-DETALLE.
            03 DECLA-TRL-TOTAL        PIC 9(11)V99.
            03 DECLA-TRL-RELLENO      PIC X(22).

        FD HIST-LIQ    LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "HistLiquidacion.dat".
        01 REG-HIST-LIQ.
            03 HLIQ-TIPO              PIC X(1).
                88 HLIQ-REG-DETALLE   VALUE "D".
                88 HLIQ-REG-RETENCION VALUE "R".
                88 HLIQ-REG-NETO      VALUE "N".
            03 HLIQ-ORIGEN            PIC X(1).
                88 HLIQ-ORIGEN-LIQUIDACION   VALUE "L".
                88 HLIQ-ORIGEN-SUPLEMENTARIA VALUE "S".
            03 HLIQ-PERIODO           PIC 9(6).
            03 HLIQ-CORRIDA           PIC 9(5).
            03 HLIQ-NUMERO            PIC X(5).
            03 HLIQ-DATOS             PIC X(50).
            03 HLIQ-DATOS-DETALLE REDEFINES HLIQ-DATOS.
                05 HLIQ-DET-SUCURSAL  PIC X(3).
                05 HLIQ-DET-TIPO-CLASE PIC X(4).
                05 HLIQ-DET-HORAS     PIC 9(5)V99.
                05 HLIQ-DET-TARIFA    PIC 9(5)V99.
                05 HLIQ-DET-IMPORTE   PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.
                05 FILLER             PIC X(19).
            03 HLIQ-DATOS-RETENCION REDEFINES HLIQ-DATOS.
                05 HLIQ-RET-CODIGO    PIC X(3).
                05 HLIQ-RET-BASE      PIC 9(9)V99.
                05 HLIQ-RET-ALICUOTA  PIC 9(2)V99.
                05 HLIQ-RET-IMPORTE   PIC 9(7)V99.
                05 FILLER             PIC X(23).
            03 HLIQ-DATOS-NETO REDEFINES HLIQ-DATOS.
                05 HLIQ-NETO-BRUTO    PIC 9(7)V99.
                05 HLIQ-NETO-RETENIDO PIC 9(7)V99.
                05 HLIQ-NETO-IMPORTE  PIC 9(7)V99.
                05 HLIQ-NETO-CBU      PIC X(22).
                05 HLIQ-NETO-PAGO     PIC X(1).

        FD CAMBIOS-CBU LABEL RECORD IS STANDARD
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

        FD PAGO-RETENIDO LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "PagosRetenidos.dat".
        01 REG-PAGO-RETENIDO.
            03 PRET-NUMERO            PIC X(5).
            03 PRET-DNI               PIC 9(8).
            03 PRET-CBU               PIC X(22).
            03 PRET-IMPORTE           PIC 9(9)V99.
            03 PRET-PERIODO           PIC 9(6).
            03 PRET-CORRIDA           PIC 9(5).
            03 PRET-ESTADO            PIC X(1).
                88 PRET-RETENIDO      VALUE "R".
                88 PRET-LIBERADO      VALUE "L".
                88 PRET-REEMPLAZADO   VALUE "X".
            03 PRET-FECHA-LIBERA      PIC X(14).
            03 PRET-ORIGEN            PIC X(1).
                88 PRET-ORIGEN-LIQUIDACION   VALUE "L" " ".
                88 PRET-ORIGEN-SUPLEMENTARIA VALUE "S".

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

        FD PARAM-PROGRAM LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "ParamProgramacion.dat".
        01 REG-PARAM-PROGRAM.
            03 PPRG-ANIO              PIC 9(4).
            03 PPRG-MES               PIC 9(2).
            03 PPRG-RECHAZAR          PIC X(1).

      *  CUENTA CORRIENTE DEL PROFESOR: UN REGISTRO POR ANTICIPO,
      *  PRESTAMO O AJUSTE CON SU SALDO Y LAS CUOTAS QUE RESTAN
        FD CTA-CTE     LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "CtaCteProf.dat".
        01 REG-CTA-CTE.
            03 CCTE-NUMERO            PIC X(5).
            03 CCTE-ID                PIC 9(6).
            03 CCTE-TIPO              PIC X(1).
                88 CCTE-ANTICIPO      VALUE "A".
                88 CCTE-PRESTAMO      VALUE "P".
                88 CCTE-AJUSTE        VALUE "J".
            03 CCTE-FECHA             PIC 9(8).
            03 CCTE-CONCEPTO          PIC X(20).
            03 CCTE-IMPORTE           PIC 9(9)V99.
            03 CCTE-PERIODO-DESDE     PIC 9(6).
            03 CCTE-CUOTAS-REST       PIC 9(2).
            03 CCTE-SALDO             PIC 9(9)V99.
            03 CCTE-ESTADO            PIC X(1).
                88 CCTE-PENDIENTE     VALUE "P".
                88 CCTE-CANCELADO     VALUE "C".

      *  MAYOR DE LA CUENTA CORRIENTE: DEBE = DEUDA DEL PROFESOR,
      *  HABER = DESCUENTOS Y AJUSTES A FAVOR
        FD CTA-CTE-MOV LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "CtaCteMovim.dat".
        01 REG-CTA-CTE-MOV.
            03 CCMV-NUMERO            PIC X(5).
            03 CCMV-PERIODO           PIC 9(6).
            03 CCMV-FECHA             PIC 9(8).
            03 CCMV-TIPO              PIC X(1).
                88 CCMV-DESCUENTO     VALUE "D".
            03 CCMV-ID                PIC 9(6).
            03 CCMV-CONCEPTO          PIC X(20).
            03 CCMV-DEBE              PIC 9(9)V99.
            03 CCMV-HABER             PIC 9(9)V99.
            03 CCMV-CORRIDA           PIC 9(5).

      *  COPIA DE TRABAJO DEL MAYOR PARA DEPURAR LOS DESCUENTOS DE
      *  UNA LIQUIDACION ANTERIOR DEL MISMO PERIODO
        FD CTA-MOV-TEMP LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "CtaCteMovimTemp.dat".
        01 REG-CTA-MOV-TEMP           PIC X(73).

      *  NETO MINIMO A COBRAR DESPUES DE LOS DESCUENTOS
        FD PARAM-CTA-CTE LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "ParamCtaCte.dat".
        01 REG-PARAM-CTA-CTE.
            03 PCTA-NETO-MINIMO       PIC 9(9)V99.

        FD ESTADO-CTA-CTE LABEL RECORD OMITTED.
        01 LINEA-ESTADO-CTA PIC X(87).
        FD RECIBOS     LABEL RECORD OMITTED.
        01 LINEA-RECIBO PIC X(87).

        FD MAE-TIMES   LABEL RECORD IS STANDARD.
        01 REG-MAE-TIMES.
            03 MAE-TIMES-CLAVE.
                05 MAE-TIMES-NUMERO       PIC X(5).
        01 REG-PARAM-GEN.
            03 PGEN-CANTIDAD          PIC 9(2).

      *  ETAPAS: 1 NOVEDADES MEZCLADAS, 2 LIQUIDADO, 3 PAGO ENVIADO,
      *  4 RETORNO CONCILIADO, 5 CERRADO
        FD ESTADO-PERIODO LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "EstadoPeriodos.dat".
        01 REG-ESTADO-PERIODO.
            03 EPER-PERIODO           PIC 9(6).
            03 EPER-ETAPA             PIC 9(1).
            03 EPER-ETAPAS OCCURS 5 TIMES.
                05 EPER-ETA-CORRIDA   PIC 9(5).
                05 EPER-ETA-FECHA     PIC X(14).

        SD ORDEN-NOV.
        01 REG-ORDEN-NOV.
            03 ORDEN-CLAVE.
            03 RECH-ANT-CICLOS        PIC 9(2).
            03 RECH-ANT-MOVIMIENTO    PIC X(1).

        FD RECHAZOS-NOV   LABEL RECORD IS STANDARD.
        01 REG-RECHAZO-NOV.
            03 RECH-NOV-NUMERO        PIC X(5).
            03 RECH-NOV-FECHA.
        01 WS-PREP-ABIERTO PIC X VALUE "N".
        01 WS-PREP-REGISTROS PIC 9(6) VALUE 0.
        01 WS-PREP-HORAS PIC 9(9)V99 VALUE 0.
        01 WS-PREP-PERIODO-ARCH PIC 9(6) VALUE 0.
        01 WS-PREP-PERIODO-MAX PIC 9(6) VALUE 0.
        01 WS-PREP-PERIODO-REG PIC 9(6) VALUE 0.
        77 ESTADO-PER-ESTADO PIC XX.
        77 EOF-EPER PIC XX VALUE "NO".
            88 EOF-ESTADO-PERIODO VALUE "SI".
        01 WS-EST-PERIODO PIC 9(6) VALUE 0.
        01 WS-EST-INDICE PIC 9(3) VALUE 0.
        01 WS-EST-ETAPA PIC 9(1) VALUE 0.
        01 WS-EST-FECHA-HORA PIC X(14) VALUE SPACES.
        01 TABLA-ETAPAS-VALORES.
            03 FILLER PIC X(20) VALUE "Sin etapas".
            03 FILLER PIC X(20) VALUE "Novedades mezcladas".
            03 FILLER PIC X(20) VALUE "Liquidado".
            03 FILLER PIC X(20) VALUE "Pago enviado".
            03 FILLER PIC X(20) VALUE "Retorno conciliado".
            03 FILLER PIC X(20) VALUE "Cerrado".
        01 TABLA-ETAPAS REDEFINES TABLA-ETAPAS-VALORES.
            02 ETAPA-DESC OCCURS 6 TIMES PIC X(20).
        01 WS-CANT-EST-PER PIC 9(3) VALUE 0.
        01 TABLA-EST-PER.
            02 EST-PER OCCURS 240 TIMES INDEXED BY TEP-INDICE.
                03 TEP-PERIODO         PIC 9(6).
                03 TEP-ETAPA           PIC 9(1).
                03 TEP-ETAPAS OCCURS 5 TIMES.
                    05 TEP-ETA-CORRIDA PIC 9(5).
                    05 TEP-ETA-FECHA   PIC X(14).
        01 TABLA-LEIDOS-NOV.
            02 WS-LEIDOS-NOV PIC 9(6) OCCURS 4 TIMES VALUE 0.
        01 WS-GRABADOS-MAE PIC 9(6) VALUE 0.
        01 WS-PREP-DESORDEN-REG PIC 9(6) VALUE 0.
        01 WS-PREP-DESORDEN-CLAVE PIC X(20) VALUE SPACES.
        01 WS-MODO-ORDENAR PIC X VALUE SPACES.
      *  SIMULACION (TP_SIMULACION = S): MEZCLA SOBRE UNA COPIA DE
      *  TRABAJO DEL MAESTRO Y NO GRABA PAGOS, ASIENTO, DECLARACION,
      *  HISTORICO, CTA CTE, BITACORA NI ESTADO DEL PERIODO
        01 WS-MODO-SIMULACION PIC X VALUE "N".
            88 CORRIDA-SIMULADA VALUE "S".
        01 WS-MAE-TIMES-ARCHIVO PIC X(30) VALUE "MaeTimes.dat".
        01 WS-RECHAZOS-ARCHIVO PIC X(30) VALUE "RechazosNov.dat".
        01 WS-SIM-VAR-ENTRADA PIC X(3) JUSTIFIED RIGHT VALUE SPACES.
        01 WS-SIM-VAR-NUM REDEFINES WS-SIM-VAR-ENTRADA PIC 9(3).
        01 WS-SIM-VARIACION-MAX PIC 9(3) VALUE 20.
        01 WS-SIM-PERIODO PIC 9(6) VALUE 0.
        01 WS-SIM-PERIODO-ANT PIC 9(6) VALUE 0.
        01 WS-SIM-DIFERENCIA PIC S9(7)V99 VALUE 0.
        01 WS-SIM-VARIACION PIC S9(5)V99 VALUE 0.
        01 WS-SIM-HALLADO PIC X VALUE "N".
        01 WS-SIM-NUMERO PIC X(5) VALUE SPACES.
        01 WS-SIM-NOMBRE PIC X(25) VALUE SPACES.
        01 WS-SIM-SIMULADO PIC 9(7)V99 VALUE 0.
        01 WS-SIM-AUX PIC 9(3) VALUE 0.
        01 WS-CANT-ADVERTENCIAS PIC 9(4) VALUE 0.
        01 WS-CANT-SIM-SIN-CBU PIC 9(3) VALUE 0.
        01 TABLA-SIM-SIN-CBU.
            02 SIM-SIN-CBU OCCURS 500 TIMES.
                03 SSC-NUMERO  PIC X(5).
                03 SSC-NOMBRE  PIC X(25).
                03 SSC-NETO    PIC 9(7)V99.
        01 WS-CANT-SIM-SIN-TARIFA PIC 9(3) VALUE 0.
        01 TABLA-SIM-SIN-TARIFA.
            02 SIM-SIN-TARIFA OCCURS 200 TIMES INDEXED BY SST-INDICE.
                03 SST-TIPO    PIC X(4).
                03 SST-CLASES  PIC 9(5).
                03 SST-HORAS   PIC 9(5)V99.
        01 WS-CANT-SIM-BRUTO PIC 9(3) VALUE 0.
        01 TABLA-SIM-BRUTO-ANT.
            02 SIM-BRUTO-ANT OCCURS 500 TIMES INDEXED BY SBA-INDICE.
                03 SBA-NUMERO    PIC X(5).
                03 SBA-PERIODO   PIC 9(6).
                03 SBA-CORRIDA   PIC 9(5).
                03 SBA-BRUTO     PIC 9(7)V99.
                03 SBA-LIQUIDADO PIC X.
        01 WS-CANT-SIM-VARIA PIC 9(3) VALUE 0.
        01 TABLA-SIM-VARIACION.
            02 SIM-VARIACION OCCURS 500 TIMES.
                03 SVA-NUMERO    PIC X(5).
                03 SVA-NOMBRE    PIC X(25).
                03 SVA-PERIODO   PIC 9(6).
                03 SVA-ANTERIOR  PIC 9(7)V99.
                03 SVA-SIMULADO  PIC 9(7)V99.
                03 SVA-VARIACION PIC S9(5)V99.
        01 WS-SEC-ARCHIVO PIC X(30) VALUE SPACES.
        01 WS-SEC-REGISTRO PIC 9(6) VALUE 0.
        01 WS-SEC-CLAVE PIC X(20) VALUE SPACES.
                03 ASI-BRUTO-SUCURSAL PIC X(3).
                03 ASI-BRUTO-TIPO     PIC X(4).
                03 ASI-BRUTO-IMPORTE  PIC 9(11)V99.
        77 HIST-LIQ-ESTADO PIC XX.
        77 EOF-HLIQ PIC XX VALUE "NO".
            88 EOF-HIST-LIQ VALUE "SI".
        77 CAMBIOS-CBU-ESTADO PIC XX.
        77 PAGO-RETENIDO-ESTADO PIC XX.
        77 EOF-CBU PIC XX VALUE "NO".
            88 EOF-CAMBIOS-CBU VALUE "SI".
        01 WS-FLAG-CBU-PENDIENTE PIC X VALUE "N".
        77 PROGRAMACION-ESTADO PIC XX.
        77 CTA-CTE-ESTADO PIC XX.
        77 CTA-CTE-MOV-ESTADO PIC XX.
        77 CTA-MOV-TEMP-ESTADO PIC XX.
        77 PARAM-CTA-CTE-ESTADO PIC XX.
        77 EOF-CTA PIC XX VALUE "NO".
            88 EOF-CTA-CTE VALUE "SI".
        77 EOF-CTAMOV PIC XX VALUE "NO".
            88 EOF-CTA-CTE-MOV VALUE "SI".
        77 EOF-CTATMP PIC XX VALUE "NO".
            88 EOF-CTA-MOV-TEMP VALUE "SI".
        77 EOF-PRET PIC XX VALUE "NO".
            88 EOF-PAGO-RETENIDO VALUE "SI".
        77 PARAM-PROGRAM-ESTADO PIC XX.
        77 EOF-PROG PIC XX VALUE "NO".
            88 EOF-PROGRAMACION VALUE "SI".
        01 WS-PRG-RECHAZA PIC X VALUE "N".
        01 WS-FLAG-PROGRAMADA PIC X VALUE "N".
            88 CLASE-PROGRAMADA VALUE "S".
        01 WS-PRG-FECHA-COMP PIC 9(8) VALUE 0.
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
        01 WS-CANT-PROGRAMACION PIC 9(4) VALUE 0.
        01 TABLA-PROGRAMACION.
            02 TAB-PROGRAMACION OCCURS 2000 TIMES
                                INDEXED BY PRG-INDICE.
                03 TAB-PRG-NUMERO     PIC X(5).
                03 TAB-PRG-SUCURSAL   PIC X(3).
                03 TAB-PRG-TIPO-CLASE PIC X(4).
                03 TAB-PRG-DIA-SEMANA PIC 9(1).
                03 TAB-PRG-FECHA      PIC 9(8).
                03 TAB-PRG-DESDE      PIC 9(8).
                03 TAB-PRG-HASTA      PIC 9(8).

      *  CUENTA CORRIENTE: DESCUENTOS DEL PERIODO
        01 WS-NETO-MINIMO PIC 9(9)V99 VALUE 0.
        01 WS-CTA-PERIODO PIC 9(6) VALUE 0.
        01 WS-CTA-CUOTA PIC 9(9)V99 VALUE 0.
        01 WS-CTA-DESC-TOTAL PIC 9(11)V99 VALUE 0.
        01 WS-CTA-DESC-CANT PIC 9(5) VALUE 0.
        01 WS-CTA-DIFERIDOS PIC 9(5) VALUE 0.
        01 WS-CTA-FECHA-HOY PIC 9(8) VALUE 0.
        01 WS-CANT-CTA-CTE PIC 9(4) VALUE 0.
        01 WS-CTA-CORRIDA-PREVIA PIC 9(5) VALUE 0.
        01 WS-CTA-REVERTIDOS PIC 9(5) VALUE 0.
        01 WS-CTA-REVERTIDO-IMP PIC 9(11)V99 VALUE 0.
        01 WS-CTA-MOV-DEPURAR PIC 9(6) VALUE 0.
        01 WS-CANT-CTA-COR PIC 9(2) VALUE 0.
        01 WS-CTA-COR-POS PIC 9(2) VALUE 0.
        01 WS-CTA-COR-IND PIC 9(2) VALUE 0.
        01 WS-FLAG-CTA-REPONER PIC X VALUE "N".
        01 TABLA-CTA-CORRIDAS.
            02 CTA-COR OCCURS 50 TIMES.
                03 CTA-COR-NUMERO     PIC 9(5).
                03 CTA-COR-TERMINADA  PIC X(1).
        01 TABLA-CTA-CTE.
            02 TAB-CTA OCCURS 1000 TIMES INDEXED BY CTA-INDICE.
                03 TAB-CTA-NUMERO     PIC X(5).
                03 TAB-CTA-ID         PIC 9(6).
                03 TAB-CTA-TIPO       PIC X(1).
                03 TAB-CTA-FECHA      PIC 9(8).
                03 TAB-CTA-CONCEPTO   PIC X(20).
                03 TAB-CTA-IMPORTE    PIC 9(9)V99.
                03 TAB-CTA-DESDE      PIC 9(6).
                03 TAB-CTA-CUOTAS     PIC 9(2).
                03 TAB-CTA-SALDO      PIC 9(9)V99.
                03 TAB-CTA-ESTADO     PIC X(1).

      *  ESTADO DE CUENTA: SALDO INICIAL POR PROFESOR (MISMA
      *  POSICION QUE TAB-PROFESORES) Y MOVIMIENTOS DEL PERIODO
        01 TABLA-ECTA-SALDOS.
            02 ECTA-SALDO-INI PIC S9(9)V99 OCCURS 500 TIMES.
        01 WS-ECTA-SALDO PIC S9(9)V99 VALUE 0.
        01 WS-ECTA-DEBE PIC 9(9)V99 VALUE 0.
        01 WS-ECTA-HABER PIC 9(9)V99 VALUE 0.
        01 WS-ECTA-DESCUENTOS PIC 9(9)V99 VALUE 0.
        01 WS-ECTA-IMPRIMIR PIC X VALUE "N".
        01 WS-ECTA-POSICION PIC 9(3) VALUE 0.
        01 WS-CANT-ECTA-MOV PIC 9(4) VALUE 0.
        01 TABLA-ECTA-MOV.
            02 ECTA-MOV OCCURS 2000 TIMES INDEXED BY ECTA-INDICE.
                03 ECTA-MOV-NUMERO    PIC X(5).
                03 ECTA-MOV-FECHA     PIC 9(8).
                03 ECTA-MOV-TIPO      PIC X(1).
                03 ECTA-MOV-CONCEPTO  PIC X(20).
                03 ECTA-MOV-DEBE      PIC 9(9)V99.
                03 ECTA-MOV-HABER     PIC 9(9)V99.
        01 WS-CANT-RETENIDOS PIC 9(5) VALUE 0.
        01 WS-TOTAL-RETENIDO PIC 9(11)V99 VALUE 0.
      *  PAGOS RETENIDOS YA GRABADOS: LOS DEL PERIODO QUE SIGUEN
      *  RETENIDOS SE REEMPLAZAN AL RELIQUIDARLO
        01 WS-CANT-PRET-ANT PIC 9(4) VALUE 0.
        01 WS-PRET-DEPURADOS PIC 9(4) VALUE 0.
        01 TABLA-PRET-ANT.
            02 PRET-ANT OCCURS 1000 TIMES INDEXED BY PANT-INDICE.
                03 PRET-ANT-REGISTRO PIC X(73).
        01 WS-CANT-CBU-PEND PIC 9(3) VALUE 0.
        01 TABLA-CBU-PEND.
            02 CBU-PEND OCCURS 500 TIMES INDEXED BY CBUP-INDICE.
                03 CBU-PEND-NUMERO PIC X(5).
        01 WS-FLAG-HIST-HALLADO PIC X VALUE "N".
        01 WS-CANT-HIST-PROF PIC 9(3) VALUE 0.
        01 TABLA-HIST-PROF.
            02 HIST-PROF OCCURS 100 TIMES INDEXED BY HPROF-INDICE.
                03 HIST-PROF-SUCURSAL PIC X(3).
                03 HIST-PROF-TIPO     PIC X(4).
                03 HIST-PROF-TARIFA   PIC 9(5)V99.
                03 HIST-PROF-HORAS    PIC 9(5)V99.
                03 HIST-PROF-IMPORTE  PIC 9(7)V99.
        01 WS-CANT-RETENCIONES PIC 9(3) VALUE 0.
        01 TABLA-RETENCIONES.
            02 TAB-RETENCIONES OCCURS 50 TIMES INDEXED BY RET-INDICE.
            03 FACT-RET-IMPORT PIC Z(6)9,99.
            03 FILLER          PIC X(33) VALUE SPACES.

        01 FACT-LINEA-RETENIDO.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(37)
                VALUE "PAGO RETENIDO - CBU A CONFIRMAR:    ".
            03 FACT-RETENIDO-IMPORT PIC Z(6)9,99.
            03 FILLER          PIC X(30) VALUE SPACES.

        01 FACT-LINEA-RETENIDO-GRAL.
            03 FILLER          PIC X(5) VALUE SPACES.
            03 FILLER          PIC X(25) VALUE "Total retenido CBU:".
            03 FACT-RETG-IMPORT PIC Z(8)9,99.
            03 FILLER          PIC X(8) VALUE " Pagos: ".
            03 FACT-RETG-CANT PIC Z(4)9.
            03 FILLER          PIC X(32) VALUE SPACES.

        01 FACT-LINEA-TOTAL-GRAL.
            03 FILLER          PIC X(5) VALUE SPACES.
            03 FILLER          PIC X(25) VALUE "Total general periodo:".
            03 FACT-NETO-IMPORT PIC Z(8)9,99.
            03 FILLER          PIC X(45) VALUE SPACES.

        01 FACT-LINEA-DESCUENTO.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FACT-DESC-LEYENDA PIC X(18).
            03 FACT-DESC-CONCEPTO PIC X(20).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 FACT-DESC-IMPORT PIC Z(6)9,99.
            03 FILLER          PIC X(28) VALUE SPACES.

        01 FACT-LINEA-DESC-GRAL.
            03 FILLER          PIC X(5) VALUE SPACES.
            03 FILLER          PIC X(25)
                VALUE "Total descuentos cta cte:".
            03 FACT-DESCG-IMPORT PIC Z(8)9,99.
            03 FILLER          PIC X(13) VALUE "  Diferidos: ".
            03 FACT-DESCG-DIFER PIC Z(4)9.
            03 FILLER          PIC X(27) VALUE SPACES.

        01 FACT-LINEA-REVERTIDO-GRAL.
            03 FILLER          PIC X(5) VALUE SPACES.
            03 FILLER          PIC X(33)
                VALUE "Descuentos repuestos de corrida".
            03 FACT-REVG-CORRIDA PIC 9(5).
            03 FILLER          PIC X(3) VALUE ": ".
            03 FACT-REVG-CANT  PIC Z(4)9.
            03 FILLER          PIC X(3) VALUE " - ".
            03 FACT-REVG-IMPORT PIC Z(8)9,99.
            03 FILLER          PIC X(21) VALUE SPACES.

        01 FACT-LINEA-PRET-DEPURADOS.
            03 FILLER          PIC X(5) VALUE SPACES.
            03 FILLER          PIC X(45)
                VALUE "Pagos retenidos del periodo reemplazados:".
            03 FACT-PDEP-CANT  PIC Z(3)9.
            03 FILLER          PIC X(33) VALUE SPACES.

        01 ECTA-ENCABEZADO.
            03 FILLER      PIC X(20) VALUE SPACES.
            03 FILLER      PIC X(47)
                VALUE "Estado de Cuenta Corriente de Profesores".
            03 FILLER      PIC X(10) VALUE "Periodo: ".
            03 ECTA-ENC-MES  PIC 9(2).
            03 FILLER      PIC X(1) VALUE "/".
            03 ECTA-ENC-ANIO PIC 9(4).
            03 FILLER      PIC X(3) VALUE SPACES.

        01 ECTA-LINEA-PROFESOR.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 ECTA-PROF-NUM   PIC X(5).
            03 FILLER          PIC X(2) VALUE SPACES.
            03 ECTA-PROF-NOM   PIC X(25).
            03 FILLER          PIC X(53) VALUE SPACES.

        01 ECTA-LINEA-SALDO.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 ECTA-SAL-LEYENDA PIC X(20).
            03 FILLER          PIC X(33) VALUE SPACES.
            03 ECTA-SAL-IMPORTE PIC -Z(8)9,99.
            03 FILLER          PIC X(11) VALUE SPACES.

        01 ECTA-LINEA-MOVIMIENTO.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 ECTA-MOV-DIA    PIC 9(2).
            03 FILLER          PIC X(1) VALUE "/".
            03 ECTA-MOV-MES    PIC 9(2).
            03 FILLER          PIC X(1) VALUE "/".
            03 ECTA-MOV-ANIO   PIC 9(4).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 ECTA-MOV-LEYENDA PIC X(11).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 ECTA-MOV-CONC   PIC X(20).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 ECTA-MOV-IMP-DEBE  PIC Z(8)9,99.
            03 FILLER          PIC X(1) VALUE SPACES.
            03 ECTA-MOV-IMP-HABER PIC Z(8)9,99.
            03 FILLER          PIC X(7) VALUE SPACES.

        01 ECTA-LINEA-BLANCO PIC X(87) VALUE SPACES.

        01 WS-ECTA-FECHA.
            03 WS-ECTA-FEC-ANIO PIC 9(4).
            03 WS-ECTA-FEC-MES  PIC 9(2).
            03 WS-ECTA-FEC-DIA  PIC 9(2).

      *  RECIBO DE HONORARIOS: DETALLE DE CLASES DEL PROFESOR,
      *  SUBTOTALES POR SUCURSAL Y DESCUENTOS DE CUENTA CORRIENTE
        01 WS-REC-HOJA PIC 9(5) VALUE 0.
        01 WS-REC-CANT PIC 9(5) VALUE 0.
        01 WS-REC-DESC-PROF PIC 9(7)V99 VALUE 0.
        01 WS-REC-OMITIDOS PIC 9(5) VALUE 0.
        01 WS-REC-RAZON PIC X(25) VALUE SPACES.
        01 WS-REC-SUCURSAL PIC X(3) VALUE SPACES.
        01 WS-FLAG-REC-SUC PIC X VALUE "N".
        01 WS-REC-PAGO PIC X VALUE "B".
            88 REC-PAGO-BANCO    VALUE "B".
            88 REC-PAGO-RETENIDO VALUE "R".
            88 REC-PAGO-SIN-CBU  VALUE "S".
        01 WS-REC-TOT-BRUTO PIC 9(9)V99 VALUE 0.
        01 WS-REC-TOT-RET PIC 9(9)V99 VALUE 0.
        01 WS-REC-TOT-DESC PIC 9(9)V99 VALUE 0.
        01 WS-REC-TOT-NETO PIC 9(9)V99 VALUE 0.
        01 WS-REC-TOT-BANCO PIC 9(9)V99 VALUE 0.
        01 WS-REC-TOT-NO-BANCO PIC 9(9)V99 VALUE 0.
        01 WS-CANT-REC-DET PIC 9(3) VALUE 0.
        01 TABLA-REC-DET.
            02 REC-DET OCCURS 400 TIMES INDEXED BY RDET-INDICE.
                03 RDET-DIA      PIC 9(2).
                03 RDET-MES      PIC 9(2).
                03 RDET-ANIO     PIC 9(4).
                03 RDET-SUCURSAL PIC X(3).
                03 RDET-TIPO     PIC X(4).
                03 RDET-DESC     PIC X(20).
                03 RDET-HORAS    PIC 9(2)V99.
                03 RDET-TARIFA   PIC 9(5)V99.
                03 RDET-IMPORTE  PIC 9(7)V99.
        01 WS-CANT-REC-SUC PIC 9(2) VALUE 0.
        01 TABLA-REC-SUC.
            02 REC-SUC OCCURS 50 TIMES INDEXED BY RSUC-INDICE.
                03 RSUC-SUCURSAL PIC X(3).
                03 RSUC-HORAS    PIC 9(5)V99.
                03 RSUC-IMPORTE  PIC 9(7)V99.
        01 WS-CANT-REC-DESC PIC 9(2) VALUE 0.
        01 TABLA-REC-DESC.
            02 REC-DESC OCCURS 20 TIMES INDEXED BY RDES-INDICE.
                03 RDES-LEYENDA  PIC X(18).
                03 RDES-CONCEPTO PIC X(20).
                03 RDES-IMPORTE  PIC 9(7)V99.

        01 REC-ENCABEZADO.
            03 FILLER      PIC X(20) VALUE SPACES.
            03 FILLER      PIC X(47)
                VALUE "Recibo de Honorarios".
            03 FILLER      PIC X(6) VALUE "Hoja: ".
            03 REC-ENC-HOJA PIC ZZZZ9.
            03 FILLER      PIC X(9) VALUE SPACES.

        01 REC-LINEA-PERIODO.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(9) VALUE "Periodo: ".
            03 REC-PER-MES     PIC 9(2).
            03 FILLER          PIC X(1) VALUE "/".
            03 REC-PER-ANIO    PIC 9(4).
            03 FILLER          PIC X(4) VALUE SPACES.
            03 FILLER          PIC X(9) VALUE "Corrida: ".
            03 REC-PER-CORRIDA PIC 9(5).
            03 FILLER          PIC X(51) VALUE SPACES.

        01 REC-LINEA-PROFESOR.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "Profesor: ".
            03 REC-PROF-NUM    PIC X(5).
            03 FILLER          PIC X(2) VALUE SPACES.
            03 REC-PROF-NOM    PIC X(25).
            03 FILLER          PIC X(4) VALUE SPACES.
            03 FILLER          PIC X(5) VALUE "DNI: ".
            03 REC-PROF-DNI    PIC 9(8).
            03 FILLER          PIC X(26) VALUE SPACES.

        01 REC-LINEA-CBU.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "CBU:      ".
            03 REC-CBU         PIC X(22).
            03 FILLER          PIC X(53) VALUE SPACES.

        01 REC-LINEA-TITULOS.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "Fecha".
            03 FILLER          PIC X(4) VALUE "Suc".
            03 FILLER          PIC X(21) VALUE "Sucursal".
            03 FILLER          PIC X(5) VALUE "Tipo".
            03 FILLER          PIC X(16) VALUE "Descripcion".
            03 FILLER          PIC X(7) VALUE "Horas".
            03 FILLER          PIC X(10) VALUE "  Tarifa".
            03 FILLER          PIC X(10) VALUE "   Importe".

        01 REC-LINEA-DETALLE.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 REC-DET-DIA     PIC 9(2).
            03 FILLER          PIC X(1) VALUE "/".
            03 REC-DET-MES     PIC 9(2).
            03 FILLER          PIC X(1) VALUE "/".
            03 REC-DET-ANIO    PIC 9(4).
            03 FILLER          PIC X(2) VALUE SPACES.
            03 REC-DET-SUC     PIC X(3).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 REC-DET-RAZON   PIC X(20).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 REC-DET-TIPO    PIC X(4).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 REC-DET-DESC    PIC X(15).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 REC-DET-HORAS   PIC Z9,99.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 REC-DET-TARIFA  PIC Z(4)9,99.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 REC-DET-IMPORTE PIC Z(6)9,99.

        01 REC-LINEA-SUBTOTAL.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "Subtotal sucursal ".
            03 REC-SUB-SUC     PIC X(3).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 REC-SUB-RAZON   PIC X(20).
            03 FILLER          PIC X(15) VALUE SPACES.
            03 REC-SUB-HORAS   PIC ZZ9,99.
            03 FILLER          PIC X(12) VALUE SPACES.
            03 REC-SUB-IMPORTE PIC Z(6)9,99.

        01 REC-LINEA-IMPORTE.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 REC-IMP-LEYENDA PIC X(40).
            03 FILLER          PIC X(35) VALUE SPACES.
            03 REC-IMP-IMPORTE PIC Z(6)9,99.

        01 REC-LINEA-RETENCION.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "Retencion ".
            03 REC-RET-COD     PIC X(3).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 REC-RET-DESC    PIC X(20).
            03 FILLER          PIC X(2) VALUE SPACES.
            03 FILLER          PIC X(9) VALUE "Alicuota ".
            03 REC-RET-ALICUOTA PIC Z9,99.
            03 FILLER          PIC X(2) VALUE " %".
            03 FILLER          PIC X(23) VALUE SPACES.
            03 REC-RET-IMPORTE PIC Z(6)9,99.

        01 REC-LINEA-DESCUENTO.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 REC-DES-LEYENDA PIC X(18).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 REC-DES-CONCEPTO PIC X(20).
            03 FILLER          PIC X(36) VALUE SPACES.
            03 REC-DES-IMPORTE PIC Z(6)9,99.

        01 REC-LINEA-LEYENDA.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 REC-LEY-TEXTO   PIC X(85).

        01 REC-LINEA-BLANCO PIC X(87) VALUE SPACES.

        01 REC-CTRL-ENCABEZADO.
            03 FILLER      PIC X(20) VALUE SPACES.
            03 FILLER      PIC X(47)
                VALUE "Control de Recibos de Honorarios".
            03 FILLER      PIC X(6) VALUE "Hoja: ".
            03 REC-CTRL-HOJA PIC ZZZZ9.
            03 FILLER      PIC X(9) VALUE SPACES.

        01 REC-CTRL-LINEA-CANT.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 REC-CTRL-CANT-LEYENDA PIC X(40).
            03 FILLER          PIC X(38) VALUE SPACES.
            03 REC-CTRL-CANT   PIC Z(6)9.

        01 REC-CTRL-LINEA-IMPORTE.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 REC-CTRL-LEYENDA PIC X(40).
            03 FILLER          PIC X(33) VALUE SPACES.
            03 REC-CTRL-IMPORTE PIC Z(8)9,99.

        01 PLAN-ENCABEZADO.
            03 FILLER      PIC X(20) VALUE SPACES.
            03 FILLER      PIC X(47)
            03 CTRL-TOT-HORAS-MAE PIC Z(6)9,99.
            03 FILLER             PIC X(40) VALUE SPACES.

        01 SIM-LINEA-SELLO.
            03 FILLER      PIC X(20) VALUE ALL "*".
            03 FILLER      PIC X(47)
                VALUE "  SIMULACION - sin efecto sobre maestro y pagos".
            03 FILLER      PIC X(20) VALUE ALL "*".

        01 ADV-ENCABEZADO.
            03 FILLER      PIC X(20) VALUE SPACES.
            03 FILLER      PIC X(38)
                VALUE "Advertencias de la simulacion  Periodo".
            03 FILLER      PIC X(1) VALUE SPACES.
            03 ADV-ENC-MES PIC 9(2).
            03 FILLER      PIC X(1) VALUE "/".
            03 ADV-ENC-ANIO PIC 9(4).
            03 FILLER      PIC X(21) VALUE SPACES.

        01 ADV-LINEA-TITULO.
            03 FILLER        PIC X(2) VALUE SPACES.
            03 ADV-TIT-TEXTO PIC X(85).

        01 ADV-LINEA-SIN-CBU.
            03 FILLER        PIC X(4) VALUE SPACES.
            03 ADV-CBU-NUM   PIC X(5).
            03 FILLER        PIC X(2) VALUE SPACES.
            03 ADV-CBU-NOM   PIC X(25).
            03 FILLER        PIC X(7) VALUE "  Neto ".
            03 ADV-CBU-NETO  PIC Z(6)9,99.
            03 FILLER        PIC X(34) VALUE SPACES.

        01 ADV-LINEA-SIN-TARIFA.
            03 FILLER        PIC X(4) VALUE SPACES.
            03 ADV-TAR-TIPO  PIC X(4).
            03 FILLER        PIC X(2) VALUE SPACES.
            03 ADV-TAR-CLASES PIC ZZZZ9.
            03 FILLER        PIC X(9) VALUE " clases  ".
            03 ADV-TAR-HORAS PIC Z(4)9,99.
            03 FILLER        PIC X(26) VALUE " horas liquidadas en $0".
            03 FILLER        PIC X(29) VALUE SPACES.

        01 ADV-LINEA-VAR-TITULOS.
            03 FILLER PIC X(4) VALUE SPACES.
            03 FILLER PIC X(7) VALUE "Prof.".
            03 FILLER PIC X(26) VALUE "Nombre".
            03 FILLER PIC X(7) VALUE "Per.".
            03 FILLER PIC X(11) VALUE "  Anterior".
            03 FILLER PIC X(11) VALUE "  Simulado".
            03 FILLER PIC X(10) VALUE " Variacion".
            03 FILLER PIC X(11) VALUE SPACES.

        01 ADV-LINEA-VARIACION.
            03 FILLER        PIC X(4) VALUE SPACES.
            03 ADV-VAR-NUM   PIC X(5).
            03 FILLER        PIC X(2) VALUE SPACES.
            03 ADV-VAR-NOM   PIC X(25).
            03 FILLER        PIC X(1) VALUE SPACES.
            03 ADV-VAR-PERIODO PIC 9(6).
            03 FILLER        PIC X(1) VALUE SPACES.
            03 ADV-VAR-ANTERIOR PIC Z(6)9,99.
            03 FILLER        PIC X(1) VALUE SPACES.
            03 ADV-VAR-SIMULADO PIC Z(6)9,99.
            03 FILLER        PIC X(1) VALUE SPACES.
            03 ADV-VAR-PORC  PIC -(5)9,99.
            03 FILLER        PIC X(1) VALUE "%".
            03 FILLER        PIC X(10) VALUE SPACES.

        01 ADV-LINEA-TOTAL.
            03 FILLER        PIC X(2) VALUE SPACES.
            03 FILLER        PIC X(23) VALUE "Total de advertencias: ".
            03 ADV-TOT-CANT  PIC ZZZ9.
            03 FILLER        PIC X(58) VALUE SPACES.

        01 LINEA-A-ESCRIBIR PIC 9(2) VALUE 1.
        01 HORAS-TOTALES PIC 9(5)V99.
        01 HORAS-PROFESOR PIC 9(5)V99.
        PERFORM 0800-CARGAR-TABLAS.
        MOVE 0 TO HORAS-TOTALES.
        PERFORM 1100-MEZCLAR-ARCHIVOS.
        IF NOT CORRIDA-SIMULADA
           PERFORM 1520-LIMPIAR-CHECKPOINT
        END-IF.
        PERFORM 1700-IMPRIMIR-RECONCILIACION.
        PERFORM 1740-IMPRIMIR-RESUMEN-MOVS.
        PERFORM 1750-IMPRIMIR-ANTIGUEDAD.
        IF CORRIDA-SIMULADA
           PERFORM 1820-CERRAR-RECHAZOS
        ELSE
           PERFORM 1800-RECICLAR-RECHAZOS
        END-IF.
        CLOSE MAE-TIMES.
        IF CORRIDA-SIMULADA
           PERFORM 3100-CARGAR-BRUTO-ANTERIOR
        END-IF.
        PERFORM 2000-GENERAR-FACTURACION.
        IF CORRIDA-SIMULADA
           PERFORM 3000-IMPRIMIR-ADVERTENCIAS
        ELSE
           PERFORM 2600-GENERAR-PLANILLA
           PERFORM 1970-ACTUALIZAR-ESTADO-PERIODO
           PERFORM 1900-GRABAR-BITACORA
        END-IF.
        PERFORM FIN.
        STOP RUN.
        
        0100-INICIO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            MOVE WS-CURRENT-DATE-FIELDS(1:14) TO WS-BIT-INICIO.
            PERFORM 0105-FIJAR-MODO-CORRIDA.
            PERFORM 0110-CARGAR-ARCHIVOS-NOV.
            IF NOT CORRIDA-SIMULADA
               PERFORM 0120-LEER-CHECKPOINT-PREVIO
               PERFORM 0125-LEER-RECON-PREVIO
            END-IF.
            IF CORRIDA-RESUMIDA
               OPEN EXTEND LISTADO
               IF LISTADO-ESTADO NOT = "00"
                  OPEN OUTPUT LISTADO
               END-IF
            ELSE
               OPEN OUTPUT LISTADO
            END-IF.
            IF CORRIDA-SIMULADA
               WRITE LINEA-LISTADO FROM SIM-LINEA-SELLO
               PERFORM 0107-COPIAR-MAESTRO-SIMULACION
            END-IF.
            PERFORM 0160-LEER-BITACORA.
            PERFORM 0150-PREVALIDAR-NOVEDADES.
            OPEN INPUT NOV-TIMES1.
            OPEN INPUT NOV-TIMES2.
               STOP RUN
            END-IF.
            PERFORM 0140-DETERMINAR-PERIODO-MAE.
            PERFORM 0135-CONTROLAR-ESTADO-PERIODO.
            IF NOT CORRIDA-RESUMIDA AND NOT CORRIDA-SIMULADA
               CLOSE MAE-TIMES
               PERFORM 0180-COPIAR-GENERACION
               OPEN I-O MAE-TIMES
            END-IF.
            IF CORRIDA-RESUMIDA
               OPEN EXTEND RECHAZOS-NOV
               IF RECHAZOS-NOV-ESTADO NOT = "00"
                  OPEN OUTPUT RECHAZOS-NOV
               END-IF
            ELSE
               OPEN OUTPUT RECHAZOS-NOV
            END-IF.

      *-----------------------------------------------------------*
      *----------    MODO DE LA CORRIDA: REAL O SIMULACION  -------*
      *----------    (TP_SIMULACION = S, TP_SIM_VARIACION = -------*
      *----------    % DE VARIACION DEL BRUTO A ADVERTIR)   -------*
      *-----------------------------------------------------------*
        0105-FIJAR-MODO-CORRIDA.
         MOVE "TP_SIMULACION" TO WS-ENV-NOMBRE.
         DISPLAY WS-ENV-NOMBRE UPON ENVIRONMENT-NAME.
         ACCEPT WS-MODO-SIMULACION FROM ENVIRONMENT-VALUE
            ON EXCEPTION MOVE "N" TO WS-MODO-SIMULACION
         END-ACCEPT.
         IF WS-MODO-SIMULACION NOT = "S"
            MOVE "N" TO WS-MODO-SIMULACION
         END-IF.
         IF CORRIDA-SIMULADA
            MOVE "MaeTimesSim.dat"    TO WS-MAE-TIMES-ARCHIVO
            MOVE "RechazosNovSim.dat" TO WS-RECHAZOS-ARCHIVO
            MOVE "TP_SIM_VARIACION" TO WS-ENV-NOMBRE
            DISPLAY WS-ENV-NOMBRE UPON ENVIRONMENT-NAME
            ACCEPT WS-SIM-VAR-ENTRADA FROM ENVIRONMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-SIM-VAR-ENTRADA
            END-ACCEPT
            INSPECT WS-SIM-VAR-ENTRADA
                    REPLACING LEADING SPACES BY "0"
            IF WS-SIM-VAR-NUM IS NUMERIC AND WS-SIM-VAR-NUM > 0
               MOVE WS-SIM-VAR-NUM TO WS-SIM-VARIACION-MAX
            END-IF
            DISPLAY "Corrida de SIMULACION - variacion advertida "
                    WS-SIM-VARIACION-MAX "%"
         END-IF.
         PERFORM 0106-FIJAR-MAE-TIMES.
         MOVE "DD_RECHAZOSNOV" TO WS-ENV-NOMBRE.
         DISPLAY WS-ENV-NOMBRE UPON ENVIRONMENT-NAME.
         DISPLAY WS-RECHAZOS-ARCHIVO UPON ENVIRONMENT-VALUE.

        0106-FIJAR-MAE-TIMES.
         MOVE "DD_MAETIMES" TO WS-ENV-NOMBRE.
         DISPLAY WS-ENV-NOMBRE UPON ENVIRONMENT-NAME.
         DISPLAY WS-MAE-TIMES-ARCHIVO UPON ENVIRONMENT-VALUE.

      *-----------------------------------------------------------*
      *----------    SIMULACION: COPIA DE TRABAJO DEL       -------*
      *----------    MAESTRO, EL MAE-TIMES REAL SOLO SE LEE -------*
      *-----------------------------------------------------------*
        0107-COPIAR-MAESTRO-SIMULACION.
         MOVE "MaeTimesSimCopia.dat" TO WS-GEN-NOMBRE.
         MOVE "DD_MAEGEN" TO WS-ENV-NOMBRE.
         DISPLAY WS-ENV-NOMBRE UPON ENVIRONMENT-NAME.
         DISPLAY WS-GEN-NOMBRE UPON ENVIRONMENT-VALUE.
         MOVE "MaeTimes.dat" TO WS-MAE-TIMES-ARCHIVO.
         PERFORM 0106-FIJAR-MAE-TIMES.
         MOVE 0 TO WS-GEN-COPIADOS.
         MOVE "NO" TO EOF-GEN.
         OPEN OUTPUT MAE-GEN.
         OPEN INPUT MAE-TIMES.
         IF MAE-TIMES-ESTADO = "00"
            MOVE LOW-VALUES TO MAE-TIMES-CLAVE
            START MAE-TIMES KEY NOT LESS THAN MAE-TIMES-CLAVE
               INVALID KEY MOVE "SI" TO EOF-GEN
            END-START
            PERFORM 0185-COPIAR-REG-GENERACION UNTIL EOF-MAE-GEN
            CLOSE MAE-TIMES
         END-IF.
         CLOSE MAE-GEN.
         MOVE "MaeTimesSim.dat" TO WS-MAE-TIMES-ARCHIVO.
         PERFORM 0106-FIJAR-MAE-TIMES.
         OPEN OUTPUT MAE-TIMES.
         MOVE "NO" TO EOF-GEN.
         OPEN INPUT MAE-GEN.
         PERFORM 0108-CARGAR-REG-SIMULACION UNTIL EOF-MAE-GEN.
         CLOSE MAE-GEN.
         CLOSE MAE-TIMES.
         MOVE "NO" TO EOF-GEN.
         OPEN OUTPUT MAE-GEN.
         CLOSE MAE-GEN.
         MOVE SPACES TO LINEA-LISTADO.
         STRING "Simulacion sobre " WS-MAE-TIMES-ARCHIVO
                " copiado con " WS-GEN-COPIADOS " registros"
                DELIMITED BY SIZE INTO LINEA-LISTADO
         END-STRING.
         WRITE LINEA-LISTADO.

        0108-CARGAR-REG-SIMULACION.
         READ MAE-GEN
            AT END MOVE "SI" TO EOF-GEN
            NOT AT END
               MOVE GEN-NUMERO     TO MAE-TIMES-NUMERO
               MOVE GEN-FECHA      TO MAE-TIMES-FECHA
               MOVE GEN-SUCURSAL   TO MAE-TIMES-SUCURSAL
               MOVE GEN-TIPO-CLASE TO MAE-TIMES-TIPO-CLASE
               MOVE GEN-HORAS      TO MAE-TIMES-HORAS
               WRITE REG-MAE-TIMES
         END-READ.

      *-----------------------------------------------------------*
      *----------    ARCHIVOS DE NOVEDADES POR SUCURSAL   ----------*
        0151-PREVALIDAR-UN-ARCHIVO.
         MOVE 0 TO WS-PREP-REGISTROS.
         MOVE 0 TO WS-PREP-HORAS.
         MOVE 0 TO WS-PREP-PERIODO-ARCH.
         MOVE "NO" TO WS-PREP-EOF.
         MOVE "S" TO WS-PREP-ABIERTO.
         MOVE LOW-VALUES TO WS-PREP-CLAVE-ANT.
         IF WS-SOB-OMITIR = "S" OR WS-PREP-ABIERTO = "N"
            MOVE "S" TO AC-OMITIDO(WS-PREP-SLOT)
         END-IF.
         IF AC-OMITIDO(WS-PREP-SLOT) NOT = "S"
            AND WS-PREP-PERIODO-ARCH > WS-PREP-PERIODO-MAX
            MOVE WS-PREP-PERIODO-ARCH TO WS-PREP-PERIODO-MAX
         END-IF.

        0152-LEER-PREVALIDACION.
         EVALUATE WS-PREP-SLOT
                           MOVE NOV-TIMES1-TIPO-CLASE
                                            TO PREP-CLAVE-TIPO
                           PERFORM 0153-CONTROLAR-SECUENCIA-PREP
                           PERFORM 0148-ANOTAR-PERIODO-PREVIO
                     END-EVALUATE
               END-READ
            WHEN 2
                           MOVE NOV-TIMES2-TIPO-CLASE
                                            TO PREP-CLAVE-TIPO
                           PERFORM 0153-CONTROLAR-SECUENCIA-PREP
                           PERFORM 0148-ANOTAR-PERIODO-PREVIO
                     END-EVALUATE
               END-READ
            WHEN 3
                           MOVE NOV-TIMES3-TIPO-CLASE
                                            TO PREP-CLAVE-TIPO
                           PERFORM 0153-CONTROLAR-SECUENCIA-PREP
                           PERFORM 0148-ANOTAR-PERIODO-PREVIO
                     END-EVALUATE
               END-READ
         END-EVALUATE.
         END-IF.
         MOVE WS-PREP-CLAVE-NUEVA TO WS-PREP-CLAVE-ANT.

      *-----------------------------------------------------------*
      *----------    PERIODO MAS ALTO DEL ARCHIVO    --------------*
      *-----------------------------------------------------------*
        0148-ANOTAR-PERIODO-PREVIO.
         COMPUTE WS-PREP-PERIODO-REG = PREP-CLAVE-FECHA / 100.
         IF WS-PREP-PERIODO-REG > WS-PREP-PERIODO-ARCH
            MOVE WS-PREP-PERIODO-REG TO WS-PREP-PERIODO-ARCH
         END-IF.

      *-----------------------------------------------------------*
      *----------    SOBRE: CABECERA, COLA Y ORDEN    -------------*
      *-----------------------------------------------------------*
                    RECON-SUC-HORAS-ANUL(WS-CANT-RECON)
         END-READ.

      *-----------------------------------------------------------*
      *----------    ESTADO DEL PERIODO A LIQUIDAR: TP SE  --------*
      *----------    PUEDE REPETIR HASTA QUE EL ARCHIVO DE --------*
      *----------    PAGOS SE ENVIA AL BANCO                --------*
      *-----------------------------------------------------------*
        0135-CONTROLAR-ESTADO-PERIODO.
         MOVE WS-PERIODO-COMP TO WS-EST-PERIODO.
         IF WS-PREP-PERIODO-MAX > WS-EST-PERIODO
            MOVE WS-PREP-PERIODO-MAX TO WS-EST-PERIODO
         END-IF.
         PERFORM 0137-CARGAR-ESTADOS.
         IF WS-EST-ETAPA > 2
            MOVE SPACES TO LINEA-LISTADO
            STRING "Periodo " WS-EST-PERIODO " en etapa "
                   ETAPA-DESC(WS-EST-ETAPA + 1)
                   " - no se liquida sin reapertura"
                   DELIMITED BY SIZE INTO LINEA-LISTADO
            END-STRING
            WRITE LINEA-LISTADO
            DISPLAY LINEA-LISTADO
            CLOSE LISTADO
            CLOSE MAE-TIMES
            STOP RUN
         END-IF.

        0137-CARGAR-ESTADOS.
         MOVE 0 TO WS-CANT-EST-PER.
         MOVE 0 TO WS-EST-INDICE.
         MOVE 0 TO WS-EST-ETAPA.
         MOVE "NO" TO EOF-EPER.
         OPEN INPUT ESTADO-PERIODO.
         IF ESTADO-PER-ESTADO = "00"
            PERFORM 0138-CARGAR-UN-ESTADO UNTIL EOF-ESTADO-PERIODO
            CLOSE ESTADO-PERIODO
         END-IF.

        0138-CARGAR-UN-ESTADO.
         READ ESTADO-PERIODO
            AT END MOVE "SI" TO EOF-EPER
            NOT AT END
               IF WS-CANT-EST-PER < 240
                  ADD 1 TO WS-CANT-EST-PER
                  MOVE REG-ESTADO-PERIODO TO EST-PER(WS-CANT-EST-PER)
                  IF EPER-PERIODO = WS-EST-PERIODO
                     MOVE WS-CANT-EST-PER TO WS-EST-INDICE
                     MOVE EPER-ETAPA TO WS-EST-ETAPA
                  END-IF
               ELSE
                  DISPLAY "Tabla de estados de periodo desbordada - "
                          "abortado"
                  STOP RUN
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *----------    PERIODO YA MEZCLADO EN MAE-TIMES   -----------*
      *-----------------------------------------------------------*
         PERFORM 0950-CARGAR-TABLA-RETENCIONES.
         PERFORM 0980-CARGAR-TABLA-HABILITACIONES.
         PERFORM 0990-CARGAR-PARAM-PLAUSIB.
         PERFORM 0995-CARGAR-CAMBIOS-CBU.
         PERFORM 0998-CARGAR-PROGRAMACION.
         PERFORM 0992-CARGAR-CTA-CTE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
            CLOSE PARAM-PLAUSIB
         END-IF.

      *-----------------------------------------------------------*
      *----------    PROFESORES CON CAMBIO DE CBU SIN       -------*
      *----------    CONFIRMAR: SU PAGO QUEDA RETENIDO      -------*
      *-----------------------------------------------------------*
        0995-CARGAR-CAMBIOS-CBU.
         OPEN INPUT CAMBIOS-CBU.
         IF CAMBIOS-CBU-ESTADO = "00"
            PERFORM 0997-CARGAR-CAMBIO-CBU UNTIL EOF-CAMBIOS-CBU
            CLOSE CAMBIOS-CBU
         ELSE
            MOVE "SI" TO EOF-CBU
         END-IF.

        0997-CARGAR-CAMBIO-CBU.
         READ CAMBIOS-CBU
            AT END MOVE "SI" TO EOF-CBU
            NOT AT END
               IF CCBU-PENDIENTE AND WS-CANT-CBU-PEND < 500
                  ADD 1 TO WS-CANT-CBU-PEND
                  MOVE CCBU-NUMERO TO CBU-PEND-NUMERO(WS-CANT-CBU-PEND)
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *----------    PROGRAMACION DE CLASES: SOLO SE CARGA  -------*
      *----------    SI EL PARAMETRO PIDE RECHAZAR LAS      -------*
      *----------    CLASES INFORMADAS SIN PROGRAMAR        -------*
      *-----------------------------------------------------------*
        0998-CARGAR-PROGRAMACION.
         OPEN INPUT PARAM-PROGRAM.
         IF PARAM-PROGRAM-ESTADO = "00"
            READ PARAM-PROGRAM
               AT END CONTINUE
               NOT AT END
                  IF PPRG-RECHAZAR = "S"
                     MOVE "S" TO WS-PRG-RECHAZA
                  END-IF
            END-READ
            CLOSE PARAM-PROGRAM
         END-IF.
         IF WS-PRG-RECHAZA = "S"
            OPEN INPUT PROGRAMACION
            IF PROGRAMACION-ESTADO = "00"
               PERFORM 0999-CARGAR-UNA-PROGRAMACION
                       UNTIL EOF-PROGRAMACION
               CLOSE PROGRAMACION
            END-IF
         END-IF.

        0999-CARGAR-UNA-PROGRAMACION.
         READ PROGRAMACION
            AT END MOVE "SI" TO EOF-PROG
            NOT AT END
               IF WS-CANT-PROGRAMACION < 2000
                  ADD 1 TO WS-CANT-PROGRAMACION
                  MOVE PROG-NUMERO
                       TO TAB-PRG-NUMERO(WS-CANT-PROGRAMACION)
                  MOVE PROG-SUCURSAL
                       TO TAB-PRG-SUCURSAL(WS-CANT-PROGRAMACION)
                  MOVE PROG-TIPO-CLASE
                       TO TAB-PRG-TIPO-CLASE(WS-CANT-PROGRAMACION)
                  MOVE PROG-DIA-SEMANA
                       TO TAB-PRG-DIA-SEMANA(WS-CANT-PROGRAMACION)
                  MOVE PROG-FECHA
                       TO TAB-PRG-FECHA(WS-CANT-PROGRAMACION)
                  MOVE PROG-VIGENCIA-DESDE
                       TO TAB-PRG-DESDE(WS-CANT-PROGRAMACION)
                  MOVE PROG-VIGENCIA-HASTA
                       TO TAB-PRG-HASTA(WS-CANT-PROGRAMACION)
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *----------    CUENTA CORRIENTE Y NETO MINIMO    ------------*
      *-----------------------------------------------------------*
        0992-CARGAR-CTA-CTE.
         OPEN INPUT PARAM-CTA-CTE.
         IF PARAM-CTA-CTE-ESTADO = "00"
            READ PARAM-CTA-CTE
               AT END CONTINUE
               NOT AT END
                  IF PCTA-NETO-MINIMO IS NUMERIC
                     MOVE PCTA-NETO-MINIMO TO WS-NETO-MINIMO
                  END-IF
            END-READ
            CLOSE PARAM-CTA-CTE
         END-IF.
         OPEN INPUT CTA-CTE.
         IF CTA-CTE-ESTADO = "00"
            PERFORM 0993-CARGAR-UN-ITEM-CTA UNTIL EOF-CTA-CTE
            CLOSE CTA-CTE
         END-IF.

        0993-CARGAR-UN-ITEM-CTA.
         READ CTA-CTE
            AT END MOVE "SI" TO EOF-CTA
            NOT AT END
               IF WS-CANT-CTA-CTE < 1000
                  ADD 1 TO WS-CANT-CTA-CTE
                  SET CTA-INDICE TO WS-CANT-CTA-CTE
                  MOVE CCTE-NUMERO  TO TAB-CTA-NUMERO(CTA-INDICE)
                  MOVE CCTE-ID      TO TAB-CTA-ID(CTA-INDICE)
                  MOVE CCTE-TIPO    TO TAB-CTA-TIPO(CTA-INDICE)
                  MOVE CCTE-FECHA   TO TAB-CTA-FECHA(CTA-INDICE)
                  MOVE CCTE-CONCEPTO TO TAB-CTA-CONCEPTO(CTA-INDICE)
                  MOVE CCTE-IMPORTE TO TAB-CTA-IMPORTE(CTA-INDICE)
                  MOVE CCTE-PERIODO-DESDE TO TAB-CTA-DESDE(CTA-INDICE)
                  MOVE CCTE-CUOTAS-REST TO TAB-CTA-CUOTAS(CTA-INDICE)
                  MOVE CCTE-SALDO   TO TAB-CTA-SALDO(CTA-INDICE)
                  MOVE CCTE-ESTADO  TO TAB-CTA-ESTADO(CTA-INDICE)
               ELSE
                  DISPLAY "Tabla de cuenta corriente llena, item "
                          CCTE-NUMERO " " CCTE-ID " sin descontar"
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1000-CARGAR-SUCURSALES.
               MOVE "HAB" TO WS-MOTIVO-COD
            END-IF
         END-IF.
         IF WS-CANT-PROGRAMACION > 0 AND NTC-MOV-ALTA
            PERFORM 1317-VALIDAR-PROGRAMACION
            IF NOT CLASE-PROGRAMADA
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Clase no programada" TO WS-MOTIVO-RECHAZO
               MOVE "PRG" TO WS-MOTIVO-COD
            END-IF
         END-IF.
         IF REGISTRO-VALIDO
                       AND (NTC-MOV-ALTA OR NTC-MOV-CORRECCION)
            PERFORM 1320-CONTROL-PLAUSIBILIDAD
            END-IF
         END-PERFORM.

      *-----------------------------------------------------------*
      *----------    CLASE PROGRAMADA: FECHA PUNTUAL O DIA  -------*
      *----------    DE SEMANA DENTRO DE LA VIGENCIA        -------*
      *-----------------------------------------------------------*
        1317-VALIDAR-PROGRAMACION.
         MOVE "N" TO WS-FLAG-PROGRAMADA.
         COMPUTE WS-PRG-FECHA-COMP = NTC-ANIO * 10000
                                   + NTC-MES * 100 + NTC-DIA.
         MOVE NTC-ANIO TO WS-SEM-ANIO.
         MOVE NTC-MES  TO WS-SEM-MES.
         MOVE NTC-DIA  TO WS-SEM-DIA.
         PERFORM 1318-CALCULAR-DIA-SEMANA.
         PERFORM VARYING PRG-INDICE FROM 1 BY 1
                  UNTIL PRG-INDICE > WS-CANT-PROGRAMACION
            IF TAB-PRG-NUMERO(PRG-INDICE) = NTC-NUMERO
               AND TAB-PRG-SUCURSAL(PRG-INDICE) = NTC-SUCURSAL
               AND TAB-PRG-TIPO-CLASE(PRG-INDICE) = NTC-TIPO-CLASE
               IF TAB-PRG-DIA-SEMANA(PRG-INDICE) = 0
                  IF TAB-PRG-FECHA(PRG-INDICE) = WS-PRG-FECHA-COMP
                     MOVE "S" TO WS-FLAG-PROGRAMADA
                  END-IF
               ELSE
                  IF TAB-PRG-DIA-SEMANA(PRG-INDICE) = WS-DIA-SEMANA
                     AND TAB-PRG-DESDE(PRG-INDICE)
                                      <= WS-PRG-FECHA-COMP
                     AND (TAB-PRG-HASTA(PRG-INDICE) = 0
                          OR TAB-PRG-HASTA(PRG-INDICE)
                                      >= WS-PRG-FECHA-COMP)
                     MOVE "S" TO WS-FLAG-PROGRAMADA
                  END-IF
               END-IF
            END-IF
         END-PERFORM.

      *-----------------------------------------------------------*
      *----------    DIA DE LA SEMANA (CONGRUENCIA DE      --------*
      *----------    ZELLER) 1=LUNES .. 7=DOMINGO          --------*
      *-----------------------------------------------------------*
        1318-CALCULAR-DIA-SEMANA.
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
      *----------    PLAUSIBILIDAD DE LAS HORAS INFORMADAS  -------*
      *----------    (EL TOPE DIARIO CRUZA LAS SUCURSALES   -------*
        1500-ACTUALIZAR-CHECKPOINT.
         ADD 1 TO WS-CONTADOR-CHECKPOINT.
         IF WS-CONTADOR-CHECKPOINT >= WS-CHECKPOINT-INTERVALO
                                 AND NOT CORRIDA-SIMULADA
            PERFORM 1510-GRABAR-CHECKPOINT
            MOVE 0 TO WS-CONTADOR-CHECKPOINT
         END-IF.
      *-----------------------------------------------------------*
        1700-IMPRIMIR-RECONCILIACION.
         OPEN OUTPUT CONTROL-TOTALES.
         IF CORRIDA-SIMULADA
            WRITE LINEA-CONTROL FROM SIM-LINEA-SELLO
         END-IF.
         WRITE LINEA-CONTROL FROM CTRL-ENCABEZADO.
         MOVE 0 TO WS-RECON-TOTAL-NOV.
         MOVE 0 TO WS-RECON-TOTAL-MAE.
         MOVE WS-RECON-TOTAL-NOV TO CTRL-TOT-HORAS-NOV.
         MOVE WS-RECON-TOTAL-MAE TO CTRL-TOT-HORAS-MAE.
         WRITE LINEA-CONTROL FROM CTRL-LINEA-TOTAL-GRAL.
         IF CORRIDA-SIMULADA
            WRITE LINEA-CONTROL FROM SIM-LINEA-SELLO
         END-IF.
         CLOSE CONTROL-TOTALES.

      *-----------------------------------------------------------*
               WRITE REG-RECHAZO-ANT
         END-READ.

      *  EN SIMULACION LOS RECHAZOS QUEDAN EN RECHAZOSNOVSIM Y LOS
      *  DE LA CORRIDA ANTERIOR SIGUEN PENDIENTES PARA LA REAL
        1820-CERRAR-RECHAZOS.
         IF WS-RECH-ANT-ABIERTO = "S"
            CLOSE RECHAZOS-ANT
         END-IF.
         CLOSE RECHAZOS-NOV.

      *-----------------------------------------------------------*
      *----------    BITACORA DE LA CORRIDA    --------------------*
      *-----------------------------------------------------------*
         WRITE LINEA-LISTADO.
         DISPLAY LINEA-LISTADO.
         MOVE "A" TO WS-BIT-FIN-FLAG.
         IF NOT CORRIDA-SIMULADA
            PERFORM 1900-GRABAR-BITACORA
         END-IF.
         CLOSE LISTADO.
         CLOSE RECHAZOS-NOV.
         STOP RUN.

      *-----------------------------------------------------------*
      *----------    ETAPAS CUMPLIDAS POR LA CORRIDA:     ---------*
      *----------    NOVEDADES MEZCLADAS Y LIQUIDADO      ---------*
      *-----------------------------------------------------------*
        1970-ACTUALIZAR-ESTADO-PERIODO.
         COMPUTE WS-EST-PERIODO =
                    WS-PERIODO-ANIO * 100 + WS-PERIODO-MES.
         IF WS-EST-PERIODO > 0
            PERFORM 0137-CARGAR-ESTADOS
            IF WS-EST-ETAPA > 2
               DISPLAY "Periodo " WS-EST-PERIODO " en etapa "
                       ETAPA-DESC(WS-EST-ETAPA + 1)
                       " - su estado no se modifica"
            ELSE
               PERFORM 1975-SELLAR-LIQUIDACION
            END-IF
         END-IF.

        1975-SELLAR-LIQUIDACION.
         IF WS-EST-INDICE = 0 AND WS-CANT-EST-PER < 240
            ADD 1 TO WS-CANT-EST-PER
            MOVE WS-CANT-EST-PER TO WS-EST-INDICE
            MOVE WS-EST-PERIODO TO TEP-PERIODO(WS-EST-INDICE)
         END-IF.
         IF WS-EST-INDICE > 0
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-EST-FECHA-HORA
            MOVE 2 TO TEP-ETAPA(WS-EST-INDICE)
            PERFORM VARYING WS-EST-ETAPA FROM 1 BY 1
                     UNTIL WS-EST-ETAPA > 5
               IF WS-EST-ETAPA > 2
                  MOVE 0 TO TEP-ETA-CORRIDA(WS-EST-INDICE,
                                            WS-EST-ETAPA)
                  MOVE SPACES TO TEP-ETA-FECHA(WS-EST-INDICE,
                                               WS-EST-ETAPA)
               ELSE
                  MOVE WS-NRO-CORRIDA
                       TO TEP-ETA-CORRIDA(WS-EST-INDICE, WS-EST-ETAPA)
                  MOVE WS-EST-FECHA-HORA
                       TO TEP-ETA-FECHA(WS-EST-INDICE, WS-EST-ETAPA)
               END-IF
            END-PERFORM
            OPEN OUTPUT ESTADO-PERIODO
            PERFORM VARYING TEP-INDICE FROM 1 BY 1
                     UNTIL TEP-INDICE > WS-CANT-EST-PER
               MOVE EST-PER(TEP-INDICE) TO REG-ESTADO-PERIODO
               WRITE REG-ESTADO-PERIODO
            END-PERFORM
            CLOSE ESTADO-PERIODO
         END-IF.

      *-----------------------------------------------------------*
      *----------    LIQUIDACION DE HONORARIOS (TP-FACT)  ----------*
      *-----------------------------------------------------------*
        2000-GENERAR-FACTURACION.
         COMPUTE WS-CTA-PERIODO = WS-PERIODO-ANIO * 100
                                + WS-PERIODO-MES.
         MOVE WS-CURRENT-DATE TO WS-CTA-FECHA-HOY.
         PERFORM 2690-REVERTIR-DESCUENTOS-PREVIOS.
         OPEN INPUT MAE-TIMES.
         OPEN OUTPUT FACTURACION.
         IF CORRIDA-SIMULADA
            WRITE LINEA-FACTURACION FROM SIM-LINEA-SELLO
         ELSE
            PERFORM 2520-DEPURAR-RETENIDOS-PERIODO
            OPEN OUTPUT PAGO-BANCO
            OPEN OUTPUT ASIENTO
            OPEN OUTPUT DECLARACION
            OPEN EXTEND HIST-LIQ
            IF HIST-LIQ-ESTADO NOT = "00"
               OPEN OUTPUT HIST-LIQ
            END-IF
            OPEN EXTEND PAGO-RETENIDO
            IF PAGO-RETENIDO-ESTADO NOT = "00"
               OPEN OUTPUT PAGO-RETENIDO
            END-IF
            OPEN EXTEND CTA-CTE-MOV
            IF CTA-CTE-MOV-ESTADO NOT = "00"
               OPEN OUTPUT CTA-CTE-MOV
            END-IF
            OPEN OUTPUT RECIBOS
         END-IF.
         MOVE 0 TO WS-REC-HOJA.
         MOVE 0 TO WS-REC-CANT.
         MOVE 0 TO WS-REC-TOT-BRUTO.
         MOVE 0 TO WS-REC-TOT-RET.
         MOVE 0 TO WS-REC-TOT-DESC.
         MOVE 0 TO WS-REC-TOT-NETO.
         MOVE 0 TO WS-REC-TOT-BANCO.
         MOVE 0 TO WS-REC-TOT-NO-BANCO.
         MOVE 0 TO WS-CANT-REC-DET.
         MOVE 0 TO WS-REC-OMITIDOS.
         MOVE 0 TO WS-CTA-DESC-TOTAL.
         MOVE 0 TO WS-CTA-DESC-CANT.
         MOVE 0 TO WS-CTA-DIFERIDOS.
         MOVE 0 TO WS-CANT-RETENIDOS.
         MOVE 0 TO WS-TOTAL-RETENIDO.
         MOVE 0 TO WS-CANT-HIST-PROF.
         MOVE "S" TO WS-FASE-FACTURACION.
         MOVE 0 TO WS-PAGO-CANT.
         MOVE 0 TO WS-PAGO-TOTAL.
         MOVE 0 TO WS-TOTAL-TIPOS-PROF.
         MOVE 0 TO IMPORTE-TOTAL.
         WRITE LINEA-FACTURACION FROM FACT-ENCABEZADO.
         IF WS-CTA-REVERTIDOS > 0
            MOVE WS-CTA-REVERTIDO-IMP TO FACT-REVG-IMPORT
            MOVE WS-CTA-REVERTIDOS    TO FACT-REVG-CANT
            MOVE WS-CTA-CORRIDA-PREVIA TO FACT-REVG-CORRIDA
            WRITE LINEA-FACTURACION FROM FACT-LINEA-REVERTIDO-GRAL
         END-IF.
         IF WS-PRET-DEPURADOS > 0
            MOVE WS-PRET-DEPURADOS TO FACT-PDEP-CANT
            WRITE LINEA-FACTURACION FROM FACT-LINEA-PRET-DEPURADOS
         END-IF.
         PERFORM 2200-LEER-MAE-TIMES.
         PERFORM UNTIL EOF-MAE-TIMES
            IF PROFESOR-ANTERIOR NOT = SPACES
         MOVE IMPORTE-TOTAL TO FACT-GRAL-IMPORT.
         WRITE LINEA-FACTURACION FROM FACT-LINEA-TOTAL-GRAL.
         PERFORM 2570-IMPRIMIR-RETENCIONES-PERIODO.
         IF WS-CANT-RETENIDOS > 0
            MOVE WS-TOTAL-RETENIDO TO FACT-RETG-IMPORT
            MOVE WS-CANT-RETENIDOS TO FACT-RETG-CANT
            WRITE LINEA-FACTURACION FROM FACT-LINEA-RETENIDO-GRAL
         END-IF.
         IF WS-CTA-DESC-CANT > 0 OR WS-CTA-DIFERIDOS > 0
            MOVE WS-CTA-DESC-TOTAL TO FACT-DESCG-IMPORT
            MOVE WS-CTA-DIFERIDOS  TO FACT-DESCG-DIFER
            WRITE LINEA-FACTURACION FROM FACT-LINEA-DESC-GRAL
         END-IF.
         IF CORRIDA-SIMULADA
            WRITE LINEA-FACTURACION FROM SIM-LINEA-SELLO
         ELSE
            PERFORM 2550-GRABAR-TRAILER-PAGOS
            PERFORM 2890-IMPRIMIR-CONTROL-RECIBOS
            PERFORM 2580-GRABAR-ASIENTO-CONTABLE
            PERFORM 2595-GRABAR-TRAILER-DECLA
         END-IF.
         MOVE "N" TO WS-FASE-FACTURACION.
         CLOSE MAE-TIMES.
         CLOSE FACTURACION.
         IF NOT CORRIDA-SIMULADA
            CLOSE PAGO-BANCO
            CLOSE ASIENTO
            CLOSE DECLARACION
            CLOSE HIST-LIQ
            CLOSE PAGO-RETENIDO
            CLOSE CTA-CTE-MOV
            CLOSE RECIBOS
            PERFORM 2740-REGRABAR-CTA-CTE
            IF WS-CTA-MOV-DEPURAR > 0
               PERFORM 2745-DEPURAR-MOV-CTA
            END-IF
            PERFORM 2750-GENERAR-ESTADO-CTA-CTE
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2300-IMPRIMIR-PROFESOR.
         MOVE 0 TO WS-CANT-REC-DESC.
         MOVE 0 TO WS-REC-DESC-PROF.
         MOVE "DESCONOCIDO"      TO WS-NOMBRE-PROF.
         MOVE SPACES TO WS-CBU-PROF.
         MOVE 0 TO WS-DNI-PROF.
         END-PERFORM.
         MOVE WS-IMPORTE-PROF TO FACT-BRUTO-IMPORT.
         WRITE LINEA-FACTURACION FROM FACT-LINEA-BRUTO-PROF.
         IF CORRIDA-SIMULADA
            PERFORM 3150-CONTROLAR-VARIACION
         END-IF.
         PERFORM 2460-CALCULAR-RETENCIONES.
         PERFORM VARYING WS-RET-AUX FROM 1 BY 1
                  UNTIL WS-RET-AUX > WS-RET-PROF-CANT
            MOVE RET-PROF-DESC(WS-RET-AUX)    TO FACT-RET-DESC
            MOVE RET-PROF-IMPORTE(WS-RET-AUX) TO FACT-RET-IMPORT
            WRITE LINEA-FACTURACION FROM FACT-LINEA-RETENCION
            IF NOT CORRIDA-SIMULADA
               PERFORM 2490-GRABAR-DECLA-RETENCION
            END-IF
         END-PERFORM.
         COMPUTE WS-NETO-PROF = WS-IMPORTE-PROF - WS-TOTAL-RET-PROF.
         PERFORM 2700-APLICAR-DESCUENTOS-CTA.
         MOVE WS-NETO-PROF TO FACT-TOT-IMPORT.
         WRITE LINEA-FACTURACION FROM FACT-LINEA-TOTAL-PROF.
         ADD WS-IMPORTE-PROF TO IMPORTE-TOTAL.
         ADD WS-NETO-PROF TO WS-NETO-TOTAL.
         PERFORM 2500-GRABAR-PAGO-PROFESOR.
         IF CORRIDA-SIMULADA
            MOVE 0 TO WS-CANT-HIST-PROF
            MOVE 0 TO WS-CANT-REC-DET
            MOVE 0 TO WS-CANT-REC-SUC
            MOVE 0 TO WS-REC-OMITIDOS
         ELSE
            PERFORM 2510-GRABAR-HIST-LIQUIDACION
            PERFORM 2800-IMPRIMIR-RECIBO
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
         MULTIPLY MAE-TIMES-HORAS BY WS-TARIFA-VIGENTE GIVING IMPORTE.
         IF WS-FASE-FACTURACION = "S"
            PERFORM 2420-ACUMULAR-BRUTO-ASIENTO
            PERFORM 2430-ACUMULAR-HIST-PROF
            PERFORM 2440-ANOTAR-DETALLE-RECIBO
         END-IF.
         MOVE "N" TO WS-FLAG-TIPO-HALLADO.
         PERFORM VARYING FACT-TIPO-INDICE FROM 1 BY 1
            MOVE IMPORTE TO ASI-BRUTO-IMPORTE(WS-CANT-ASI-BRUTO)
         END-IF.

      *-----------------------------------------------------------*
      *----------    LO LIQUIDADO AL PROFESOR POR SUCURSAL,  ------*
      *----------    TIPO DE CLASE Y TARIFA APLICADA         ------*
      *-----------------------------------------------------------*
        2430-ACUMULAR-HIST-PROF.
         MOVE "N" TO WS-FLAG-HIST-HALLADO.
         PERFORM VARYING HPROF-INDICE FROM 1 BY 1
                  UNTIL HPROF-INDICE > WS-CANT-HIST-PROF
            IF HIST-PROF-SUCURSAL(HPROF-INDICE) = MAE-TIMES-SUCURSAL
               AND HIST-PROF-TIPO(HPROF-INDICE) = MAE-TIMES-TIPO-CLASE
               AND HIST-PROF-TARIFA(HPROF-INDICE) = WS-TARIFA-VIGENTE
               ADD MAE-TIMES-HORAS TO HIST-PROF-HORAS(HPROF-INDICE)
               ADD IMPORTE TO HIST-PROF-IMPORTE(HPROF-INDICE)
               MOVE "S" TO WS-FLAG-HIST-HALLADO
            END-IF
         END-PERFORM.
         IF WS-FLAG-HIST-HALLADO = "N" AND WS-CANT-HIST-PROF < 100
            ADD 1 TO WS-CANT-HIST-PROF
            MOVE MAE-TIMES-SUCURSAL
                 TO HIST-PROF-SUCURSAL(WS-CANT-HIST-PROF)
            MOVE MAE-TIMES-TIPO-CLASE
                 TO HIST-PROF-TIPO(WS-CANT-HIST-PROF)
            MOVE WS-TARIFA-VIGENTE
                 TO HIST-PROF-TARIFA(WS-CANT-HIST-PROF)
            MOVE MAE-TIMES-HORAS TO HIST-PROF-HORAS(WS-CANT-HIST-PROF)
            MOVE IMPORTE TO HIST-PROF-IMPORTE(WS-CANT-HIST-PROF)
         END-IF.

      *-----------------------------------------------------------*
      *----------    CADA CLASE LIQUIDADA PARA EL RECIBO   --------*
      *-----------------------------------------------------------*
        2440-ANOTAR-DETALLE-RECIBO.
         IF WS-CANT-REC-DET < 400
            ADD 1 TO WS-CANT-REC-DET
            MOVE MAE-TIMES-DIA TO RDET-DIA(WS-CANT-REC-DET)
            MOVE MAE-TIMES-MES TO RDET-MES(WS-CANT-REC-DET)
            MOVE MAE-TIMES-ANIO TO RDET-ANIO(WS-CANT-REC-DET)
            MOVE MAE-TIMES-SUCURSAL TO RDET-SUCURSAL(WS-CANT-REC-DET)
            MOVE MAE-TIMES-TIPO-CLASE TO RDET-TIPO(WS-CANT-REC-DET)
            MOVE WS-DESC-VIGENTE TO RDET-DESC(WS-CANT-REC-DET)
            MOVE MAE-TIMES-HORAS TO RDET-HORAS(WS-CANT-REC-DET)
            MOVE WS-TARIFA-VIGENTE TO RDET-TARIFA(WS-CANT-REC-DET)
            MOVE IMPORTE TO RDET-IMPORTE(WS-CANT-REC-DET)
         ELSE
            ADD 1 TO WS-REC-OMITIDOS
         END-IF.
         MOVE "N" TO WS-FLAG-REC-SUC.
         PERFORM VARYING RSUC-INDICE FROM 1 BY 1
                  UNTIL RSUC-INDICE > WS-CANT-REC-SUC
            IF RSUC-SUCURSAL(RSUC-INDICE) = MAE-TIMES-SUCURSAL
               ADD MAE-TIMES-HORAS TO RSUC-HORAS(RSUC-INDICE)
               ADD IMPORTE TO RSUC-IMPORTE(RSUC-INDICE)
               MOVE "S" TO WS-FLAG-REC-SUC
            END-IF
         END-PERFORM.
         IF WS-FLAG-REC-SUC = "N" AND WS-CANT-REC-SUC < 50
            ADD 1 TO WS-CANT-REC-SUC
            MOVE MAE-TIMES-SUCURSAL TO RSUC-SUCURSAL(WS-CANT-REC-SUC)
            MOVE MAE-TIMES-HORAS TO RSUC-HORAS(WS-CANT-REC-SUC)
            MOVE IMPORTE TO RSUC-IMPORTE(WS-CANT-REC-SUC)
         END-IF.

      *-----------------------------------------------------------*
      *----------    ASIENTO CONTABLE DE LA LIQUIDACION    --------*
      *----------    DEBE HONORARIOS / HABER RETENCIONES,  --------*
         MOVE WS-PAGO-TOTAL    TO ASI-HABER.
         ADD WS-PAGO-TOTAL TO WS-ASI-HABER-TOTAL.
         WRITE REG-ASIENTO.
         IF WS-CTA-DESC-TOTAL > 0
            PERFORM 2585-INICIAR-REG-ASIENTO
            MOVE "H"                  TO ASI-TIPO
            MOVE "DEUDORES CTA CTE"   TO ASI-CONCEPTO
            MOVE WS-CTA-DESC-TOTAL    TO ASI-HABER
            ADD WS-CTA-DESC-TOTAL TO WS-ASI-HABER-TOTAL
            WRITE REG-ASIENTO
         END-IF.
         IF WS-NETO-TOTAL > WS-PAGO-TOTAL
            COMPUTE WS-ASI-PENDIENTE =
                       WS-NETO-TOTAL - WS-PAGO-TOTAL
      *----------    INTERFAZ DE PAGOS AL BANCO    ----------------*
      *-----------------------------------------------------------*
        2500-GRABAR-PAGO-PROFESOR.
         MOVE "B" TO WS-REC-PAGO.
         IF WS-CBU-PROF = SPACES
            MOVE "S" TO WS-REC-PAGO
            ADD 1 TO WS-CANT-SIN-CBU
            MOVE SPACES TO LINEA-LISTADO
            STRING "Sin CBU Profesor " PROFESOR-ANTERIOR
                  MOVE "Sin CBU (detalle truncado)" TO LINEA-LISTADO
            END-STRING
            WRITE LINEA-LISTADO
            IF CORRIDA-SIMULADA
               PERFORM 3250-ANOTAR-SIN-CBU
            END-IF
         ELSE
            PERFORM 2505-CONTROLAR-CBU-PENDIENTE
            IF WS-FLAG-CBU-PENDIENTE = "S"
               MOVE "R" TO WS-REC-PAGO
               PERFORM 2507-RETENER-PAGO-PROFESOR
            ELSE
               MOVE "D"               TO PAGO-DET-TIPO
               MOVE PROFESOR-ANTERIOR TO PAGO-DET-NUMERO
               MOVE WS-DNI-PROF       TO PAGO-DET-DNI
               MOVE WS-CBU-PROF       TO PAGO-DET-CBU
               MOVE WS-NETO-PROF      TO PAGO-DET-IMPORTE
               COMPUTE PAGO-DET-PERIODO =
                          WS-PERIODO-ANIO * 100 + WS-PERIODO-MES
               IF NOT CORRIDA-SIMULADA
                  WRITE REG-PAGO-DETALLE
               END-IF
               ADD 1 TO WS-PAGO-CANT
               ADD WS-NETO-PROF TO WS-PAGO-TOTAL
            END-IF
         END-IF.

        2505-CONTROLAR-CBU-PENDIENTE.
         MOVE "N" TO WS-FLAG-CBU-PENDIENTE.
         PERFORM VARYING CBUP-INDICE FROM 1 BY 1
                  UNTIL CBUP-INDICE > WS-CANT-CBU-PEND
            IF CBU-PEND-NUMERO(CBUP-INDICE) = PROFESOR-ANTERIOR
               MOVE "S" TO WS-FLAG-CBU-PENDIENTE
            END-IF
         END-PERFORM.

      *  EL NETO NO VA AL BANCO: QUEDA EN PAGOSRETENIDOS HASTA QUE
      *  SE CONFIRME EL CAMBIO DE CBU (LO LIBERA LA CONCILIACION)
        2507-RETENER-PAGO-PROFESOR.
         MOVE PROFESOR-ANTERIOR TO PRET-NUMERO.
         MOVE WS-DNI-PROF       TO PRET-DNI.
         MOVE WS-CBU-PROF       TO PRET-CBU.
         MOVE WS-NETO-PROF      TO PRET-IMPORTE.
         COMPUTE PRET-PERIODO = WS-PERIODO-ANIO * 100 + WS-PERIODO-MES.
         MOVE WS-NRO-CORRIDA    TO PRET-CORRIDA.
         MOVE "R"               TO PRET-ESTADO.
         MOVE SPACES            TO PRET-FECHA-LIBERA.
         MOVE "L"               TO PRET-ORIGEN.
         IF NOT CORRIDA-SIMULADA
            WRITE REG-PAGO-RETENIDO
         END-IF.
         ADD 1 TO WS-CANT-RETENIDOS.
         ADD WS-NETO-PROF TO WS-TOTAL-RETENIDO.
         MOVE WS-NETO-PROF TO FACT-RETENIDO-IMPORT.
         WRITE LINEA-FACTURACION FROM FACT-LINEA-RETENIDO.

      *-----------------------------------------------------------*
      *----------    AL RELIQUIDAR EL PERIODO SE QUITAN LOS  ------*
      *----------    PAGOS QUE UNA CORRIDA ANTERIOR DEJO     ------*
      *----------    RETENIDOS: ESTA CORRIDA LOS VUELVE A    ------*
      *----------    RETENER CON EL NETO ACTUAL              ------*
      *-----------------------------------------------------------*
        2520-DEPURAR-RETENIDOS-PERIODO.
         MOVE 0 TO WS-CANT-PRET-ANT.
         MOVE 0 TO WS-PRET-DEPURADOS.
         MOVE "NO" TO EOF-PRET.
         OPEN INPUT PAGO-RETENIDO.
         IF PAGO-RETENIDO-ESTADO = "00"
            PERFORM 2525-CARGAR-RETENIDO UNTIL EOF-PAGO-RETENIDO
            CLOSE PAGO-RETENIDO
            IF WS-PRET-DEPURADOS > 0
               OPEN OUTPUT PAGO-RETENIDO
               PERFORM VARYING PANT-INDICE FROM 1 BY 1
                        UNTIL PANT-INDICE > WS-CANT-PRET-ANT
                  MOVE PRET-ANT-REGISTRO(PANT-INDICE)
                       TO REG-PAGO-RETENIDO
                  WRITE REG-PAGO-RETENIDO
               END-PERFORM
               CLOSE PAGO-RETENIDO
            END-IF
         END-IF.

        2525-CARGAR-RETENIDO.
         READ PAGO-RETENIDO
            AT END MOVE "SI" TO EOF-PRET
            NOT AT END
               IF PRET-RETENIDO AND PRET-PERIODO = WS-CTA-PERIODO
                  AND PRET-ORIGEN-LIQUIDACION
                  ADD 1 TO WS-PRET-DEPURADOS
               ELSE
                  IF WS-CANT-PRET-ANT < 1000
                     ADD 1 TO WS-CANT-PRET-ANT
                     MOVE REG-PAGO-RETENIDO
                          TO PRET-ANT-REGISTRO(WS-CANT-PRET-ANT)
                  ELSE
                     DISPLAY "Tabla de pagos retenidos desbordada - "
                             "abortado"
                     STOP RUN
                  END-IF
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *----------    HISTORICO PERMANENTE DE LIQUIDACIONES   ------*
      *----------    DETALLE, RETENCIONES Y NETO DEL PROFESOR -----*
      *----------    (BASE DE LA RELIQUIDACION RETROACTIVA)   -----*
      *-----------------------------------------------------------*
        2510-GRABAR-HIST-LIQUIDACION.
         PERFORM VARYING HPROF-INDICE FROM 1 BY 1
                  UNTIL HPROF-INDICE > WS-CANT-HIST-PROF
            PERFORM 2515-INICIAR-REG-HIST
            MOVE "D" TO HLIQ-TIPO
            MOVE HIST-PROF-SUCURSAL(HPROF-INDICE) TO HLIQ-DET-SUCURSAL
            MOVE HIST-PROF-TIPO(HPROF-INDICE) TO HLIQ-DET-TIPO-CLASE
            MOVE HIST-PROF-HORAS(HPROF-INDICE)    TO HLIQ-DET-HORAS
            MOVE HIST-PROF-TARIFA(HPROF-INDICE)   TO HLIQ-DET-TARIFA
            MOVE HIST-PROF-IMPORTE(HPROF-INDICE)  TO HLIQ-DET-IMPORTE
            WRITE REG-HIST-LIQ
         END-PERFORM.
         PERFORM VARYING WS-RET-AUX FROM 1 BY 1
                  UNTIL WS-RET-AUX > WS-RET-PROF-CANT
            PERFORM 2515-INICIAR-REG-HIST
            MOVE "R" TO HLIQ-TIPO
            MOVE RET-PROF-CODIGO(WS-RET-AUX)   TO HLIQ-RET-CODIGO
            MOVE WS-IMPORTE-PROF               TO HLIQ-RET-BASE
            MOVE RET-PROF-ALICUOTA(WS-RET-AUX) TO HLIQ-RET-ALICUOTA
            MOVE RET-PROF-IMPORTE(WS-RET-AUX)  TO HLIQ-RET-IMPORTE
            WRITE REG-HIST-LIQ
         END-PERFORM.
         PERFORM 2515-INICIAR-REG-HIST.
         MOVE "N" TO HLIQ-TIPO.
         MOVE WS-IMPORTE-PROF   TO HLIQ-NETO-BRUTO.
         MOVE WS-TOTAL-RET-PROF TO HLIQ-NETO-RETENIDO.
         COMPUTE HLIQ-NETO-IMPORTE = WS-IMPORTE-PROF
                                   - WS-TOTAL-RET-PROF.
         MOVE WS-CBU-PROF       TO HLIQ-NETO-CBU.
         MOVE WS-REC-PAGO       TO HLIQ-NETO-PAGO.
         WRITE REG-HIST-LIQ.
         MOVE 0 TO WS-CANT-HIST-PROF.

        2515-INICIAR-REG-HIST.
         MOVE SPACES TO REG-HIST-LIQ.
         MOVE "L" TO HLIQ-ORIGEN.
         COMPUTE HLIQ-PERIODO = WS-PERIODO-ANIO * 100 + WS-PERIODO-MES.
         MOVE WS-NRO-CORRIDA TO HLIQ-CORRIDA.
         MOVE PROFESOR-ANTERIOR TO HLIQ-NUMERO.

        2550-GRABAR-TRAILER-PAGOS.
         MOVE "T"           TO PAGO-TRL-TIPO.
         MOVE WS-PAGO-CANT  TO PAGO-TRL-CANT.
                       TO LINEA-LISTADO
            END-STRING
            WRITE LINEA-LISTADO
            IF CORRIDA-SIMULADA AND WS-FASE-FACTURACION = "S"
               PERFORM 3200-ANOTAR-SIN-TARIFA
            END-IF
         END-IF.

      *-----------------------------------------------------------*
         WRITE LINEA-PLANILLA FROM PLAN-LINEA-DETALLE.
         ADD FACT-TIPO-HORAS(FACT-TIPO-INDICE) TO HORAS-PROFESOR.

      *-----------------------------------------------------------*
      *----------    DESCUENTOS DE CUENTA CORRIENTE: DESPUES  -----*
      *----------    DE LAS RETENCIONES. EL QUE DEJARIA EL    -----*
      *----------    NETO POR DEBAJO DEL MINIMO SE DIFIERE    -----*
      *----------    AL PERIODO SIGUIENTE                     -----*
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *----------    PERIODO YA LIQUIDADO: SE REPONEN SALDO  ------*
      *----------    Y CUOTAS DE LOS DESCUENTOS QUE TOMO UNA ------*
      *----------    CORRIDA TERMINADA (FIN NORMAL EN LA     ------*
      *----------    BITACORA); LOS DE CORRIDAS CORTADAS NO  ------*
      *----------    LLEGARON A CTACTEPROF Y SOLO SE QUITAN  ------*
      *----------    DEL MAYOR                               ------*
      *-----------------------------------------------------------*
        2690-REVERTIR-DESCUENTOS-PREVIOS.
         MOVE 0 TO WS-CTA-CORRIDA-PREVIA.
         MOVE 0 TO WS-CTA-REVERTIDOS.
         MOVE 0 TO WS-CTA-REVERTIDO-IMP.
         MOVE 0 TO WS-CTA-MOV-DEPURAR.
         MOVE 0 TO WS-CANT-CTA-COR.
         MOVE "NO" TO EOF-CTAMOV.
         OPEN INPUT CTA-CTE-MOV.
         IF CTA-CTE-MOV-ESTADO = "00"
            PERFORM 2692-ANOTAR-CORRIDA-MOV UNTIL EOF-CTA-CTE-MOV
            CLOSE CTA-CTE-MOV
         END-IF.
         MOVE "NO" TO EOF-CTAMOV.
         IF WS-CANT-CTA-COR > 0
            MOVE "NO" TO EOF-BIT
            OPEN INPUT BITACORA
            IF BITACORA-ESTADO = "00"
               PERFORM 2693-MARCAR-CORRIDA-TERMINADA
                       UNTIL EOF-BITACORA
               CLOSE BITACORA
            END-IF
            MOVE "NO" TO EOF-BIT
            OPEN INPUT CTA-CTE-MOV
            PERFORM 2695-REVERTIR-UN-MOV UNTIL EOF-CTA-CTE-MOV
            CLOSE CTA-CTE-MOV
            MOVE "NO" TO EOF-CTAMOV
         END-IF.
         IF WS-CTA-REVERTIDOS > 0
            DISPLAY "Descuentos de cta cte repuestos de la corrida "
                    WS-CTA-CORRIDA-PREVIA ": " WS-CTA-REVERTIDOS
         END-IF.

        2692-ANOTAR-CORRIDA-MOV.
         READ CTA-CTE-MOV
            AT END MOVE "SI" TO EOF-CTAMOV
            NOT AT END
               IF CCMV-DESCUENTO AND CCMV-PERIODO = WS-CTA-PERIODO
                  ADD 1 TO WS-CTA-MOV-DEPURAR
                  MOVE 0 TO WS-CTA-COR-POS
                  PERFORM VARYING WS-CTA-COR-IND FROM 1 BY 1
                           UNTIL WS-CTA-COR-IND > WS-CANT-CTA-COR
                     IF CTA-COR-NUMERO(WS-CTA-COR-IND) = CCMV-CORRIDA
                        MOVE WS-CTA-COR-IND TO WS-CTA-COR-POS
                     END-IF
                  END-PERFORM
                  IF WS-CTA-COR-POS = 0 AND WS-CANT-CTA-COR < 50
                     ADD 1 TO WS-CANT-CTA-COR
                     MOVE CCMV-CORRIDA
                          TO CTA-COR-NUMERO(WS-CANT-CTA-COR)
                     MOVE "N" TO CTA-COR-TERMINADA(WS-CANT-CTA-COR)
                  END-IF
               END-IF
         END-READ.

        2693-MARCAR-CORRIDA-TERMINADA.
         READ BITACORA
            AT END MOVE "SI" TO EOF-BIT
            NOT AT END
               IF BIT-REG-CORRIDA AND BIT-COR-FIN-NORMAL = "N"
                  PERFORM VARYING WS-CTA-COR-IND FROM 1 BY 1
                           UNTIL WS-CTA-COR-IND > WS-CANT-CTA-COR
                     IF CTA-COR-NUMERO(WS-CTA-COR-IND) = BIT-CORRIDA
                        MOVE "S" TO CTA-COR-TERMINADA(WS-CTA-COR-IND)
                     END-IF
                  END-PERFORM
               END-IF
         END-READ.

        2695-REVERTIR-UN-MOV.
         READ CTA-CTE-MOV
            AT END MOVE "SI" TO EOF-CTAMOV
            NOT AT END
               IF CCMV-DESCUENTO AND CCMV-PERIODO = WS-CTA-PERIODO
                  MOVE "N" TO WS-FLAG-CTA-REPONER
                  PERFORM VARYING WS-CTA-COR-IND FROM 1 BY 1
                           UNTIL WS-CTA-COR-IND > WS-CANT-CTA-COR
                     IF CTA-COR-NUMERO(WS-CTA-COR-IND) = CCMV-CORRIDA
                        AND CTA-COR-TERMINADA(WS-CTA-COR-IND) = "S"
                        MOVE "S" TO WS-FLAG-CTA-REPONER
                     END-IF
                  END-PERFORM
                  IF WS-FLAG-CTA-REPONER = "S"
                     PERFORM 2697-REPONER-ITEM
                     IF CCMV-CORRIDA > WS-CTA-CORRIDA-PREVIA
                        MOVE CCMV-CORRIDA TO WS-CTA-CORRIDA-PREVIA
                     END-IF
                  END-IF
               END-IF
         END-READ.

        2697-REPONER-ITEM.
         PERFORM VARYING CTA-INDICE FROM 1 BY 1
                  UNTIL CTA-INDICE > WS-CANT-CTA-CTE
            IF TAB-CTA-NUMERO(CTA-INDICE) = CCMV-NUMERO
               AND TAB-CTA-ID(CTA-INDICE) = CCMV-ID
               ADD CCMV-HABER TO TAB-CTA-SALDO(CTA-INDICE)
               ADD 1 TO TAB-CTA-CUOTAS(CTA-INDICE)
               MOVE "P" TO TAB-CTA-ESTADO(CTA-INDICE)
               ADD 1 TO WS-CTA-REVERTIDOS
               ADD CCMV-HABER TO WS-CTA-REVERTIDO-IMP
            END-IF
         END-PERFORM.

        2700-APLICAR-DESCUENTOS-CTA.
         PERFORM VARYING CTA-INDICE FROM 1 BY 1
                  UNTIL CTA-INDICE > WS-CANT-CTA-CTE
            IF TAB-CTA-NUMERO(CTA-INDICE) = PROFESOR-ANTERIOR
               AND TAB-CTA-ESTADO(CTA-INDICE) = "P"
               AND TAB-CTA-SALDO(CTA-INDICE) > 0
               AND TAB-CTA-DESDE(CTA-INDICE) <= WS-CTA-PERIODO
               PERFORM 2710-DESCONTAR-UN-ITEM
            END-IF
         END-PERFORM.

        2710-DESCONTAR-UN-ITEM.
         IF TAB-CTA-CUOTAS(CTA-INDICE) > 1
            COMPUTE WS-CTA-CUOTA ROUNDED = TAB-CTA-SALDO(CTA-INDICE)
                                         / TAB-CTA-CUOTAS(CTA-INDICE)
         ELSE
            MOVE TAB-CTA-SALDO(CTA-INDICE) TO WS-CTA-CUOTA
         END-IF.
         MOVE TAB-CTA-CONCEPTO(CTA-INDICE) TO FACT-DESC-CONCEPTO.
         MOVE WS-CTA-CUOTA TO FACT-DESC-IMPORT.
         IF WS-CTA-CUOTA > WS-NETO-PROF
            OR WS-NETO-PROF - WS-CTA-CUOTA < WS-NETO-MINIMO
            ADD 1 TO WS-CTA-DIFERIDOS
            MOVE "Diferido cta cte " TO FACT-DESC-LEYENDA
            WRITE LINEA-FACTURACION FROM FACT-LINEA-DESCUENTO
            PERFORM 2715-ANOTAR-DESCUENTO-RECIBO
         ELSE
            SUBTRACT WS-CTA-CUOTA FROM WS-NETO-PROF
            SUBTRACT WS-CTA-CUOTA FROM TAB-CTA-SALDO(CTA-INDICE)
            IF TAB-CTA-CUOTAS(CTA-INDICE) > 0
               SUBTRACT 1 FROM TAB-CTA-CUOTAS(CTA-INDICE)
            END-IF
            IF TAB-CTA-SALDO(CTA-INDICE) = 0
               MOVE "C" TO TAB-CTA-ESTADO(CTA-INDICE)
            END-IF
            ADD 1 TO WS-CTA-DESC-CANT
            ADD WS-CTA-CUOTA TO WS-CTA-DESC-TOTAL
            MOVE "Descuento cta cte" TO FACT-DESC-LEYENDA
            WRITE LINEA-FACTURACION FROM FACT-LINEA-DESCUENTO
            ADD WS-CTA-CUOTA TO WS-REC-DESC-PROF
            PERFORM 2715-ANOTAR-DESCUENTO-RECIBO
            IF NOT CORRIDA-SIMULADA
               PERFORM 2720-GRABAR-MOV-DESCUENTO
            END-IF
         END-IF.

        2715-ANOTAR-DESCUENTO-RECIBO.
         IF WS-CANT-REC-DESC < 20
            ADD 1 TO WS-CANT-REC-DESC
            MOVE FACT-DESC-LEYENDA TO RDES-LEYENDA(WS-CANT-REC-DESC)
            MOVE FACT-DESC-CONCEPTO TO RDES-CONCEPTO(WS-CANT-REC-DESC)
            MOVE WS-CTA-CUOTA TO RDES-IMPORTE(WS-CANT-REC-DESC)
         END-IF.

        2720-GRABAR-MOV-DESCUENTO.
         MOVE PROFESOR-ANTERIOR          TO CCMV-NUMERO.
         MOVE WS-CTA-PERIODO             TO CCMV-PERIODO.
         MOVE WS-CTA-FECHA-HOY           TO CCMV-FECHA.
         MOVE "D"                        TO CCMV-TIPO.
         MOVE TAB-CTA-ID(CTA-INDICE)     TO CCMV-ID.
         MOVE TAB-CTA-CONCEPTO(CTA-INDICE) TO CCMV-CONCEPTO.
         MOVE 0                          TO CCMV-DEBE.
         MOVE WS-CTA-CUOTA               TO CCMV-HABER.
         MOVE WS-NRO-CORRIDA             TO CCMV-CORRIDA.
         WRITE REG-CTA-CTE-MOV.

      *-----------------------------------------------------------*
      *----------    SALDOS Y CUOTAS QUE QUEDAN PENDIENTES  -------*
      *-----------------------------------------------------------*
        2740-REGRABAR-CTA-CTE.
         IF WS-CANT-CTA-CTE > 0
            OPEN OUTPUT CTA-CTE
            PERFORM VARYING CTA-INDICE FROM 1 BY 1
                     UNTIL CTA-INDICE > WS-CANT-CTA-CTE
               MOVE TAB-CTA-NUMERO(CTA-INDICE)   TO CCTE-NUMERO
               MOVE TAB-CTA-ID(CTA-INDICE)       TO CCTE-ID
               MOVE TAB-CTA-TIPO(CTA-INDICE)     TO CCTE-TIPO
               MOVE TAB-CTA-FECHA(CTA-INDICE)    TO CCTE-FECHA
               MOVE TAB-CTA-CONCEPTO(CTA-INDICE) TO CCTE-CONCEPTO
               MOVE TAB-CTA-IMPORTE(CTA-INDICE)  TO CCTE-IMPORTE
               MOVE TAB-CTA-DESDE(CTA-INDICE)  TO CCTE-PERIODO-DESDE
               MOVE TAB-CTA-CUOTAS(CTA-INDICE)   TO CCTE-CUOTAS-REST
               MOVE TAB-CTA-SALDO(CTA-INDICE)    TO CCTE-SALDO
               MOVE TAB-CTA-ESTADO(CTA-INDICE)   TO CCTE-ESTADO
               WRITE REG-CTA-CTE
            END-PERFORM
            CLOSE CTA-CTE
         END-IF.

      *-----------------------------------------------------------*
      *----------    EL MAYOR QUEDA CON LOS DESCUENTOS DEL   ------*
      *----------    PERIODO DE ESTA CORRIDA SOLAMENTE       ------*
      *-----------------------------------------------------------*
        2745-DEPURAR-MOV-CTA.
         MOVE "NO" TO EOF-CTAMOV.
         OPEN INPUT CTA-CTE-MOV.
         OPEN OUTPUT CTA-MOV-TEMP.
         PERFORM 2747-COPIAR-MOV-VIGENTE UNTIL EOF-CTA-CTE-MOV.
         CLOSE CTA-CTE-MOV.
         CLOSE CTA-MOV-TEMP.
         MOVE "NO" TO EOF-CTATMP.
         OPEN INPUT CTA-MOV-TEMP.
         OPEN OUTPUT CTA-CTE-MOV.
         PERFORM 2748-DEVOLVER-MOV UNTIL EOF-CTA-MOV-TEMP.
         CLOSE CTA-MOV-TEMP.
         CLOSE CTA-CTE-MOV.
         OPEN OUTPUT CTA-MOV-TEMP.
         CLOSE CTA-MOV-TEMP.
         MOVE "NO" TO EOF-CTAMOV.

        2747-COPIAR-MOV-VIGENTE.
         READ CTA-CTE-MOV
            AT END MOVE "SI" TO EOF-CTAMOV
            NOT AT END
               IF CCMV-DESCUENTO AND CCMV-PERIODO = WS-CTA-PERIODO
                  AND CCMV-CORRIDA NOT = WS-NRO-CORRIDA
                  CONTINUE
               ELSE
                  WRITE REG-CTA-MOV-TEMP FROM REG-CTA-CTE-MOV
               END-IF
         END-READ.

        2748-DEVOLVER-MOV.
         READ CTA-MOV-TEMP
            AT END MOVE "SI" TO EOF-CTATMP
            NOT AT END
               WRITE REG-CTA-CTE-MOV FROM REG-CTA-MOV-TEMP
         END-READ.

      *-----------------------------------------------------------*
      *----------    ESTADO DE CUENTA POR PROFESOR: SALDO   -------*
      *----------    INICIAL, MOVIMIENTOS, DESCUENTOS DEL   -------*
      *----------    PERIODO Y SALDO FINAL (DESDE EL MAYOR) -------*
      *-----------------------------------------------------------*
        2750-GENERAR-ESTADO-CTA-CTE.
         OPEN INPUT CTA-CTE-MOV.
         IF CTA-CTE-MOV-ESTADO = "00"
            PERFORM VARYING WS-ECTA-POSICION FROM 1 BY 1
                     UNTIL WS-ECTA-POSICION > 500
               MOVE 0 TO ECTA-SALDO-INI(WS-ECTA-POSICION)
            END-PERFORM
            MOVE 0 TO WS-CANT-ECTA-MOV
            PERFORM 2760-LEER-MOV-CTA UNTIL EOF-CTA-CTE-MOV
            CLOSE CTA-CTE-MOV
            OPEN OUTPUT ESTADO-CTA-CTE
            MOVE WS-PERIODO-MES  TO ECTA-ENC-MES
            MOVE WS-PERIODO-ANIO TO ECTA-ENC-ANIO
            WRITE LINEA-ESTADO-CTA FROM ECTA-ENCABEZADO
            PERFORM VARYING PROF-INDICE FROM 1 BY 1
                     UNTIL PROF-INDICE > WS-CANT-PROFESORES
               PERFORM 2770-IMPRIMIR-ESTADO-PROF
            END-PERFORM
            CLOSE ESTADO-CTA-CTE
         END-IF.

        2760-LEER-MOV-CTA.
         READ CTA-CTE-MOV
            AT END MOVE "SI" TO EOF-CTAMOV
            NOT AT END
               IF CCMV-PERIODO < WS-CTA-PERIODO
                  PERFORM VARYING PROF-INDICE FROM 1 BY 1
                           UNTIL PROF-INDICE > WS-CANT-PROFESORES
                     IF TAB-PROF-NUMERO(PROF-INDICE) = CCMV-NUMERO
                        SET WS-ECTA-POSICION TO PROF-INDICE
                        COMPUTE ECTA-SALDO-INI(WS-ECTA-POSICION) =
                                ECTA-SALDO-INI(WS-ECTA-POSICION)
                              + CCMV-DEBE - CCMV-HABER
                     END-IF
                  END-PERFORM
               END-IF
               IF CCMV-PERIODO = WS-CTA-PERIODO
                  AND WS-CANT-ECTA-MOV < 2000
                  ADD 1 TO WS-CANT-ECTA-MOV
                  SET ECTA-INDICE TO WS-CANT-ECTA-MOV
                  MOVE CCMV-NUMERO   TO ECTA-MOV-NUMERO(ECTA-INDICE)
                  MOVE CCMV-FECHA    TO ECTA-MOV-FECHA(ECTA-INDICE)
                  MOVE CCMV-TIPO     TO ECTA-MOV-TIPO(ECTA-INDICE)
                  MOVE CCMV-CONCEPTO TO ECTA-MOV-CONCEPTO(ECTA-INDICE)
                  MOVE CCMV-DEBE     TO ECTA-MOV-DEBE(ECTA-INDICE)
                  MOVE CCMV-HABER    TO ECTA-MOV-HABER(ECTA-INDICE)
               END-IF
         END-READ.

        2770-IMPRIMIR-ESTADO-PROF.
         SET WS-ECTA-POSICION TO PROF-INDICE.
         MOVE ECTA-SALDO-INI(WS-ECTA-POSICION) TO WS-ECTA-SALDO.
         MOVE "N" TO WS-ECTA-IMPRIMIR.
         IF WS-ECTA-SALDO NOT = 0
            MOVE "S" TO WS-ECTA-IMPRIMIR
         END-IF.
         PERFORM VARYING ECTA-INDICE FROM 1 BY 1
                  UNTIL ECTA-INDICE > WS-CANT-ECTA-MOV
            IF ECTA-MOV-NUMERO(ECTA-INDICE)
                                   = TAB-PROF-NUMERO(PROF-INDICE)
               MOVE "S" TO WS-ECTA-IMPRIMIR
            END-IF
         END-PERFORM.
         IF WS-ECTA-IMPRIMIR = "S"
            MOVE TAB-PROF-NUMERO(PROF-INDICE) TO ECTA-PROF-NUM
            MOVE TAB-PROF-NOMBRE(PROF-INDICE) TO ECTA-PROF-NOM
            WRITE LINEA-ESTADO-CTA FROM ECTA-LINEA-BLANCO
            WRITE LINEA-ESTADO-CTA FROM ECTA-LINEA-PROFESOR
            MOVE "Saldo inicial"      TO ECTA-SAL-LEYENDA
            MOVE WS-ECTA-SALDO        TO ECTA-SAL-IMPORTE
            WRITE LINEA-ESTADO-CTA FROM ECTA-LINEA-SALDO
            MOVE 0 TO WS-ECTA-DEBE
            MOVE 0 TO WS-ECTA-HABER
            MOVE 0 TO WS-ECTA-DESCUENTOS
            PERFORM VARYING ECTA-INDICE FROM 1 BY 1
                     UNTIL ECTA-INDICE > WS-CANT-ECTA-MOV
               IF ECTA-MOV-NUMERO(ECTA-INDICE)
                                   = TAB-PROF-NUMERO(PROF-INDICE)
                  PERFORM 2780-IMPRIMIR-MOV-CTA
               END-IF
            END-PERFORM
            MOVE "Movimientos debe"   TO ECTA-SAL-LEYENDA
            MOVE WS-ECTA-DEBE         TO ECTA-SAL-IMPORTE
            WRITE LINEA-ESTADO-CTA FROM ECTA-LINEA-SALDO
            MOVE "Movimientos haber"  TO ECTA-SAL-LEYENDA
            MOVE WS-ECTA-HABER        TO ECTA-SAL-IMPORTE
            WRITE LINEA-ESTADO-CTA FROM ECTA-LINEA-SALDO
            MOVE "Descuentos aplicados" TO ECTA-SAL-LEYENDA
            MOVE WS-ECTA-DESCUENTOS   TO ECTA-SAL-IMPORTE
            WRITE LINEA-ESTADO-CTA FROM ECTA-LINEA-SALDO
            COMPUTE WS-ECTA-SALDO = WS-ECTA-SALDO + WS-ECTA-DEBE
                                  - WS-ECTA-HABER - WS-ECTA-DESCUENTOS
            MOVE "Saldo final"        TO ECTA-SAL-LEYENDA
            MOVE WS-ECTA-SALDO        TO ECTA-SAL-IMPORTE
            WRITE LINEA-ESTADO-CTA FROM ECTA-LINEA-SALDO
         END-IF.

        2780-IMPRIMIR-MOV-CTA.
         MOVE ECTA-MOV-FECHA(ECTA-INDICE) TO WS-ECTA-FECHA.
         MOVE WS-ECTA-FEC-DIA  TO ECTA-MOV-DIA.
         MOVE WS-ECTA-FEC-MES  TO ECTA-MOV-MES.
         MOVE WS-ECTA-FEC-ANIO TO ECTA-MOV-ANIO.
         MOVE ECTA-MOV-CONCEPTO(ECTA-INDICE) TO ECTA-MOV-CONC.
         MOVE ECTA-MOV-DEBE(ECTA-INDICE)     TO ECTA-MOV-IMP-DEBE.
         MOVE ECTA-MOV-HABER(ECTA-INDICE)    TO ECTA-MOV-IMP-HABER.
         EVALUATE ECTA-MOV-TIPO(ECTA-INDICE)
            WHEN "A" MOVE "Anticipo"   TO ECTA-MOV-LEYENDA
            WHEN "P" MOVE "Prestamo"   TO ECTA-MOV-LEYENDA
            WHEN "C" MOVE "Plan cuotas" TO ECTA-MOV-LEYENDA
            WHEN "J" MOVE "Ajuste"     TO ECTA-MOV-LEYENDA
            WHEN "D" MOVE "Descuento"  TO ECTA-MOV-LEYENDA
            WHEN OTHER MOVE SPACES     TO ECTA-MOV-LEYENDA
         END-EVALUATE.
         IF ECTA-MOV-TIPO(ECTA-INDICE) = "D"
            ADD ECTA-MOV-HABER(ECTA-INDICE) TO WS-ECTA-DESCUENTOS
         ELSE
            ADD ECTA-MOV-DEBE(ECTA-INDICE)  TO WS-ECTA-DEBE
            ADD ECTA-MOV-HABER(ECTA-INDICE) TO WS-ECTA-HABER
         END-IF.
         WRITE LINEA-ESTADO-CTA FROM ECTA-LINEA-MOVIMIENTO.

      *-----------------------------------------------------------*
      *----------    RECIBO DE HONORARIOS DEL PROFESOR    ---------*
      *----------    UNA HOJA POR PROFESOR                ---------*
      *-----------------------------------------------------------*
        2800-IMPRIMIR-RECIBO.
         ADD 1 TO WS-REC-CANT.
         PERFORM 2850-IMPRIMIR-ENCABEZADO-RECIBO.
         MOVE PROFESOR-ANTERIOR TO REC-PROF-NUM.
         MOVE WS-NOMBRE-PROF    TO REC-PROF-NOM.
         MOVE WS-DNI-PROF       TO REC-PROF-DNI.
         WRITE LINEA-RECIBO FROM REC-LINEA-PROFESOR.
         MOVE WS-CBU-PROF       TO REC-CBU.
         WRITE LINEA-RECIBO FROM REC-LINEA-CBU.
         WRITE LINEA-RECIBO FROM REC-LINEA-BLANCO.
         WRITE LINEA-RECIBO FROM REC-LINEA-TITULOS.
         PERFORM VARYING RDET-INDICE FROM 1 BY 1
                  UNTIL RDET-INDICE > WS-CANT-REC-DET
            PERFORM 2810-IMPRIMIR-DETALLE-RECIBO
         END-PERFORM.
         IF WS-REC-OMITIDOS > 0
            MOVE SPACES TO REC-LEY-TEXTO
            STRING "Clases no detalladas en el recibo: "
                   WS-REC-OMITIDOS
                   DELIMITED BY SIZE INTO REC-LEY-TEXTO
            END-STRING
            WRITE LINEA-RECIBO FROM REC-LINEA-LEYENDA
         END-IF.
         WRITE LINEA-RECIBO FROM REC-LINEA-BLANCO.
         PERFORM VARYING RSUC-INDICE FROM 1 BY 1
                  UNTIL RSUC-INDICE > WS-CANT-REC-SUC
            MOVE RSUC-SUCURSAL(RSUC-INDICE) TO REC-SUB-SUC
            MOVE RSUC-SUCURSAL(RSUC-INDICE) TO WS-REC-SUCURSAL
            PERFORM 2830-BUSCAR-RAZON-SUC
            MOVE WS-REC-RAZON                TO REC-SUB-RAZON
            MOVE RSUC-HORAS(RSUC-INDICE)     TO REC-SUB-HORAS
            MOVE RSUC-IMPORTE(RSUC-INDICE)   TO REC-SUB-IMPORTE
            WRITE LINEA-RECIBO FROM REC-LINEA-SUBTOTAL
         END-PERFORM.
         WRITE LINEA-RECIBO FROM REC-LINEA-BLANCO.
         MOVE "Total bruto"     TO REC-IMP-LEYENDA.
         MOVE WS-IMPORTE-PROF   TO REC-IMP-IMPORTE.
         WRITE LINEA-RECIBO FROM REC-LINEA-IMPORTE.
         PERFORM VARYING WS-RET-AUX FROM 1 BY 1
                  UNTIL WS-RET-AUX > WS-RET-PROF-CANT
            MOVE RET-PROF-CODIGO(WS-RET-AUX)   TO REC-RET-COD
            MOVE RET-PROF-DESC(WS-RET-AUX)     TO REC-RET-DESC
            MOVE RET-PROF-ALICUOTA(WS-RET-AUX) TO REC-RET-ALICUOTA
            MOVE RET-PROF-IMPORTE(WS-RET-AUX)  TO REC-RET-IMPORTE
            WRITE LINEA-RECIBO FROM REC-LINEA-RETENCION
         END-PERFORM.
         MOVE "Neto"            TO REC-IMP-LEYENDA.
         COMPUTE REC-IMP-IMPORTE = WS-IMPORTE-PROF - WS-TOTAL-RET-PROF.
         WRITE LINEA-RECIBO FROM REC-LINEA-IMPORTE.
         PERFORM VARYING RDES-INDICE FROM 1 BY 1
                  UNTIL RDES-INDICE > WS-CANT-REC-DESC
            MOVE RDES-LEYENDA(RDES-INDICE)  TO REC-DES-LEYENDA
            MOVE RDES-CONCEPTO(RDES-INDICE) TO REC-DES-CONCEPTO
            MOVE RDES-IMPORTE(RDES-INDICE)  TO REC-DES-IMPORTE
            WRITE LINEA-RECIBO FROM REC-LINEA-DESCUENTO
         END-PERFORM.
         MOVE "Importe enviado al banco" TO REC-IMP-LEYENDA.
         IF REC-PAGO-BANCO
            MOVE WS-NETO-PROF   TO REC-IMP-IMPORTE
            ADD WS-NETO-PROF    TO WS-REC-TOT-BANCO
         ELSE
            MOVE 0              TO REC-IMP-IMPORTE
            ADD WS-NETO-PROF    TO WS-REC-TOT-NO-BANCO
         END-IF.
         WRITE LINEA-RECIBO FROM REC-LINEA-IMPORTE.
         IF REC-PAGO-RETENIDO
            MOVE "Pago retenido hasta confirmar el cambio de CBU"
                 TO REC-LEY-TEXTO
            WRITE LINEA-RECIBO FROM REC-LINEA-LEYENDA
         END-IF.
         IF REC-PAGO-SIN-CBU
            MOVE "Sin CBU informado - el pago no se envio al banco"
                 TO REC-LEY-TEXTO
            WRITE LINEA-RECIBO FROM REC-LINEA-LEYENDA
         END-IF.
         ADD WS-IMPORTE-PROF   TO WS-REC-TOT-BRUTO.
         ADD WS-TOTAL-RET-PROF TO WS-REC-TOT-RET.
         ADD WS-REC-DESC-PROF  TO WS-REC-TOT-DESC.
         ADD WS-NETO-PROF      TO WS-REC-TOT-NETO.
         MOVE 0 TO WS-CANT-REC-DET.
         MOVE 0 TO WS-CANT-REC-SUC.
         MOVE 0 TO WS-REC-OMITIDOS.

        2810-IMPRIMIR-DETALLE-RECIBO.
         MOVE RDET-DIA(RDET-INDICE)      TO REC-DET-DIA.
         MOVE RDET-MES(RDET-INDICE)      TO REC-DET-MES.
         MOVE RDET-ANIO(RDET-INDICE)     TO REC-DET-ANIO.
         MOVE RDET-SUCURSAL(RDET-INDICE) TO REC-DET-SUC.
         MOVE RDET-SUCURSAL(RDET-INDICE) TO WS-REC-SUCURSAL.
         PERFORM 2830-BUSCAR-RAZON-SUC.
         MOVE WS-REC-RAZON               TO REC-DET-RAZON.
         MOVE RDET-TIPO(RDET-INDICE)     TO REC-DET-TIPO.
         MOVE RDET-DESC(RDET-INDICE)     TO REC-DET-DESC.
         MOVE RDET-HORAS(RDET-INDICE)    TO REC-DET-HORAS.
         MOVE RDET-TARIFA(RDET-INDICE)   TO REC-DET-TARIFA.
         MOVE RDET-IMPORTE(RDET-INDICE)  TO REC-DET-IMPORTE.
         WRITE LINEA-RECIBO FROM REC-LINEA-DETALLE.

        2830-BUSCAR-RAZON-SUC.
         MOVE "DESCONOCIDA" TO WS-REC-RAZON.
         PERFORM VARYING SUC-INDICE FROM 1 BY 1
                  UNTIL SUC-INDICE > WS-CANT-SUCURSALES
            IF TAB-SUC-SUCURSAL(SUC-INDICE) = WS-REC-SUCURSAL
               MOVE TAB-SUC-RAZON(SUC-INDICE) TO WS-REC-RAZON
            END-IF
         END-PERFORM.

        2850-IMPRIMIR-ENCABEZADO-RECIBO.
         ADD 1 TO WS-REC-HOJA.
         MOVE WS-REC-HOJA TO REC-ENC-HOJA.
         WRITE LINEA-RECIBO FROM REC-ENCABEZADO
               AFTER ADVANCING PAGE.
         MOVE WS-PERIODO-MES  TO REC-PER-MES.
         MOVE WS-PERIODO-ANIO TO REC-PER-ANIO.
         MOVE WS-NRO-CORRIDA  TO REC-PER-CORRIDA.
         WRITE LINEA-RECIBO FROM REC-LINEA-PERIODO.
         WRITE LINEA-RECIBO FROM REC-LINEA-BLANCO.

      *-----------------------------------------------------------*
      *----------    HOJA DE CONTROL: CANTIDAD DE RECIBOS  --------*
      *----------    Y TOTALES CONTRA FACTURACION Y BANCO  --------*
      *-----------------------------------------------------------*
        2890-IMPRIMIR-CONTROL-RECIBOS.
         ADD 1 TO WS-REC-HOJA.
         MOVE WS-REC-HOJA TO REC-CTRL-HOJA.
         WRITE LINEA-RECIBO FROM REC-CTRL-ENCABEZADO
               AFTER ADVANCING PAGE.
         MOVE WS-PERIODO-MES  TO REC-PER-MES.
         MOVE WS-PERIODO-ANIO TO REC-PER-ANIO.
         MOVE WS-NRO-CORRIDA  TO REC-PER-CORRIDA.
         WRITE LINEA-RECIBO FROM REC-LINEA-PERIODO.
         WRITE LINEA-RECIBO FROM REC-LINEA-BLANCO.
         MOVE "Recibos emitidos"      TO REC-CTRL-CANT-LEYENDA.
         MOVE WS-REC-CANT             TO REC-CTRL-CANT.
         WRITE LINEA-RECIBO FROM REC-CTRL-LINEA-CANT.
         MOVE "Total bruto recibos"   TO REC-CTRL-LEYENDA.
         MOVE WS-REC-TOT-BRUTO        TO REC-CTRL-IMPORTE.
         WRITE LINEA-RECIBO FROM REC-CTRL-LINEA-IMPORTE.
         MOVE "Total retenciones"     TO REC-CTRL-LEYENDA.
         MOVE WS-REC-TOT-RET          TO REC-CTRL-IMPORTE.
         WRITE LINEA-RECIBO FROM REC-CTRL-LINEA-IMPORTE.
         MOVE "Total descuentos cta cte" TO REC-CTRL-LEYENDA.
         MOVE WS-REC-TOT-DESC         TO REC-CTRL-IMPORTE.
         WRITE LINEA-RECIBO FROM REC-CTRL-LINEA-IMPORTE.
         MOVE "Total neto a cobrar"   TO REC-CTRL-LEYENDA.
         MOVE WS-REC-TOT-NETO         TO REC-CTRL-IMPORTE.
         WRITE LINEA-RECIBO FROM REC-CTRL-LINEA-IMPORTE.
         MOVE "Total enviado al banco" TO REC-CTRL-LEYENDA.
         MOVE WS-REC-TOT-BANCO        TO REC-CTRL-IMPORTE.
         WRITE LINEA-RECIBO FROM REC-CTRL-LINEA-IMPORTE.
         MOVE "Total retenido o sin CBU" TO REC-CTRL-LEYENDA.
         MOVE WS-REC-TOT-NO-BANCO     TO REC-CTRL-IMPORTE.
         WRITE LINEA-RECIBO FROM REC-CTRL-LINEA-IMPORTE.
         WRITE LINEA-RECIBO FROM REC-LINEA-BLANCO.
         MOVE "Total general Facturacion" TO REC-CTRL-LEYENDA.
         MOVE IMPORTE-TOTAL           TO REC-CTRL-IMPORTE.
         WRITE LINEA-RECIBO FROM REC-CTRL-LINEA-IMPORTE.
         IF WS-REC-TOT-BRUTO = IMPORTE-TOTAL
            MOVE "Bruto de recibos igual a Facturacion: CORRECTO"
                 TO REC-LEY-TEXTO
         ELSE
            MOVE "Bruto de recibos distinto de Facturacion: ERROR"
                 TO REC-LEY-TEXTO
         END-IF.
         WRITE LINEA-RECIBO FROM REC-LINEA-LEYENDA.
         MOVE "Total trailer PagosBanco" TO REC-CTRL-LEYENDA.
         MOVE WS-PAGO-TOTAL           TO REC-CTRL-IMPORTE.
         WRITE LINEA-RECIBO FROM REC-CTRL-LINEA-IMPORTE.
         IF WS-REC-TOT-BANCO = WS-PAGO-TOTAL
            MOVE "Enviado al banco igual a PagosBanco: CORRECTO"
                 TO REC-LEY-TEXTO
         ELSE
            MOVE "Enviado al banco distinto de PagosBanco: ERROR"
                 TO REC-LEY-TEXTO
         END-IF.
         WRITE LINEA-RECIBO FROM REC-LINEA-LEYENDA.

      *-----------------------------------------------------------*
      *----------    SIMULACION: LISTA DE ADVERTENCIAS     --------*
      *----------    SIN CBU, SIN TARIFA VIGENTE Y BRUTO   --------*
      *----------    CON VARIACION MAYOR A LA ADMITIDA     --------*
      *-----------------------------------------------------------*
        3000-IMPRIMIR-ADVERTENCIAS.
         PERFORM VARYING SBA-INDICE FROM 1 BY 1
                  UNTIL SBA-INDICE > WS-CANT-SIM-BRUTO
            IF SBA-LIQUIDADO(SBA-INDICE) = "N"
               AND SBA-PERIODO(SBA-INDICE) = WS-SIM-PERIODO-ANT
               AND SBA-BRUTO(SBA-INDICE) > 0
               PERFORM 3020-BAJA-TOTAL-BRUTO
            END-IF
         END-PERFORM.
         MOVE 0 TO WS-CANT-ADVERTENCIAS.
         OPEN OUTPUT ADVERTENCIAS.
         WRITE LINEA-ADVERTENCIA FROM SIM-LINEA-SELLO.
         MOVE WS-PERIODO-MES  TO ADV-ENC-MES.
         MOVE WS-PERIODO-ANIO TO ADV-ENC-ANIO.
         WRITE LINEA-ADVERTENCIA FROM ADV-ENCABEZADO.
         MOVE SPACES TO ADV-TIT-TEXTO.
         WRITE LINEA-ADVERTENCIA FROM ADV-LINEA-TITULO.
         MOVE "Profesores sin CBU - su neto no se enviaria al banco"
              TO ADV-TIT-TEXTO.
         WRITE LINEA-ADVERTENCIA FROM ADV-LINEA-TITULO.
         IF WS-CANT-SIM-SIN-CBU = 0
            PERFORM 3010-SIN-ADVERTENCIAS
         END-IF.
         PERFORM VARYING WS-SIM-AUX FROM 1 BY 1
                  UNTIL WS-SIM-AUX > WS-CANT-SIM-SIN-CBU
            MOVE SSC-NUMERO(WS-SIM-AUX) TO ADV-CBU-NUM
            MOVE SSC-NOMBRE(WS-SIM-AUX) TO ADV-CBU-NOM
            MOVE SSC-NETO(WS-SIM-AUX)   TO ADV-CBU-NETO
            WRITE LINEA-ADVERTENCIA FROM ADV-LINEA-SIN-CBU
            ADD 1 TO WS-CANT-ADVERTENCIAS
         END-PERFORM.
         MOVE SPACES TO ADV-TIT-TEXTO.
         WRITE LINEA-ADVERTENCIA FROM ADV-LINEA-TITULO.
         MOVE "Tipos de clase sin tarifa vigente a la fecha de la clase"
              TO ADV-TIT-TEXTO.
         WRITE LINEA-ADVERTENCIA FROM ADV-LINEA-TITULO.
         IF WS-CANT-SIM-SIN-TARIFA = 0
            PERFORM 3010-SIN-ADVERTENCIAS
         END-IF.
         PERFORM VARYING SST-INDICE FROM 1 BY 1
                  UNTIL SST-INDICE > WS-CANT-SIM-SIN-TARIFA
            MOVE SST-TIPO(SST-INDICE)   TO ADV-TAR-TIPO
            MOVE SST-CLASES(SST-INDICE) TO ADV-TAR-CLASES
            MOVE SST-HORAS(SST-INDICE)  TO ADV-TAR-HORAS
            WRITE LINEA-ADVERTENCIA FROM ADV-LINEA-SIN-TARIFA
            ADD 1 TO WS-CANT-ADVERTENCIAS
         END-PERFORM.
         MOVE SPACES TO ADV-TIT-TEXTO.
         WRITE LINEA-ADVERTENCIA FROM ADV-LINEA-TITULO.
         STRING "Bruto con variacion mayor al " WS-SIM-VARIACION-MAX
                "% contra la ultima liquidacion real"
                DELIMITED BY SIZE INTO ADV-TIT-TEXTO
         END-STRING.
         WRITE LINEA-ADVERTENCIA FROM ADV-LINEA-TITULO.
         IF WS-CANT-SIM-VARIA = 0
            PERFORM 3010-SIN-ADVERTENCIAS
         ELSE
            WRITE LINEA-ADVERTENCIA FROM ADV-LINEA-VAR-TITULOS
         END-IF.
         PERFORM VARYING WS-SIM-AUX FROM 1 BY 1
                  UNTIL WS-SIM-AUX > WS-CANT-SIM-VARIA
            MOVE SVA-NUMERO(WS-SIM-AUX)    TO ADV-VAR-NUM
            MOVE SVA-NOMBRE(WS-SIM-AUX)    TO ADV-VAR-NOM
            MOVE SVA-PERIODO(WS-SIM-AUX)   TO ADV-VAR-PERIODO
            MOVE SVA-ANTERIOR(WS-SIM-AUX)  TO ADV-VAR-ANTERIOR
            MOVE SVA-SIMULADO(WS-SIM-AUX)  TO ADV-VAR-SIMULADO
            MOVE SVA-VARIACION(WS-SIM-AUX) TO ADV-VAR-PORC
            WRITE LINEA-ADVERTENCIA FROM ADV-LINEA-VARIACION
            ADD 1 TO WS-CANT-ADVERTENCIAS
         END-PERFORM.
         MOVE SPACES TO ADV-TIT-TEXTO.
         WRITE LINEA-ADVERTENCIA FROM ADV-LINEA-TITULO.
         MOVE WS-CANT-ADVERTENCIAS TO ADV-TOT-CANT.
         WRITE LINEA-ADVERTENCIA FROM ADV-LINEA-TOTAL.
         WRITE LINEA-ADVERTENCIA FROM SIM-LINEA-SELLO.
         CLOSE ADVERTENCIAS.
         DISPLAY "Simulacion terminada - " WS-CANT-ADVERTENCIAS
                 " advertencias en AdvertenciasSimulacion.dat".

        3010-SIN-ADVERTENCIAS.
         MOVE "  Sin advertencias" TO ADV-TIT-TEXTO.
         WRITE LINEA-ADVERTENCIA FROM ADV-LINEA-TITULO.

      *  LIQUIDADO EN EL PERIODO ANTERIOR Y SIN HORAS EN ESTE
        3020-BAJA-TOTAL-BRUTO.
         MOVE SBA-NUMERO(SBA-INDICE) TO WS-SIM-NUMERO.
         MOVE "DESCONOCIDO" TO WS-SIM-NOMBRE.
         PERFORM VARYING PROF-INDICE FROM 1 BY 1
                  UNTIL PROF-INDICE > WS-CANT-PROFESORES
            IF TAB-PROF-NUMERO(PROF-INDICE) = WS-SIM-NUMERO
               MOVE TAB-PROF-NOMBRE(PROF-INDICE) TO WS-SIM-NOMBRE
            END-IF
         END-PERFORM.
         MOVE 0 TO WS-SIM-SIMULADO.
         MOVE -100 TO WS-SIM-VARIACION.
         IF WS-SIM-VARIACION-MAX < 100
            PERFORM 3160-ANOTAR-VARIACION
         END-IF.

      *-----------------------------------------------------------*
      *----------    BRUTO DE LA ULTIMA LIQUIDACION REAL   --------*
      *----------    DE CADA PROFESOR (LINEAS N DEL        --------*
      *----------    HISTORICO DE PERIODOS ANTERIORES)     --------*
      *-----------------------------------------------------------*
        3100-CARGAR-BRUTO-ANTERIOR.
         COMPUTE WS-SIM-PERIODO =
                    WS-PERIODO-ANIO * 100 + WS-PERIODO-MES.
         MOVE 0 TO WS-SIM-PERIODO-ANT.
         MOVE 0 TO WS-CANT-SIM-BRUTO.
         MOVE "NO" TO EOF-HLIQ.
         OPEN INPUT HIST-LIQ.
         IF HIST-LIQ-ESTADO = "00"
            PERFORM 3110-LEER-HIST-LIQ UNTIL EOF-HIST-LIQ
            CLOSE HIST-LIQ
         END-IF.

        3110-LEER-HIST-LIQ.
         READ HIST-LIQ
            AT END MOVE "SI" TO EOF-HLIQ
            NOT AT END
               IF HLIQ-REG-NETO AND HLIQ-ORIGEN-LIQUIDACION
                  AND HLIQ-PERIODO < WS-SIM-PERIODO
                  PERFORM 3120-ANOTAR-BRUTO
               END-IF
         END-READ.

        3120-ANOTAR-BRUTO.
         IF HLIQ-PERIODO > WS-SIM-PERIODO-ANT
            MOVE HLIQ-PERIODO TO WS-SIM-PERIODO-ANT
         END-IF.
         MOVE "N" TO WS-SIM-HALLADO.
         PERFORM VARYING SBA-INDICE FROM 1 BY 1
                  UNTIL SBA-INDICE > WS-CANT-SIM-BRUTO
            IF SBA-NUMERO(SBA-INDICE) = HLIQ-NUMERO
               MOVE "S" TO WS-SIM-HALLADO
               IF HLIQ-PERIODO > SBA-PERIODO(SBA-INDICE)
                  OR (HLIQ-PERIODO = SBA-PERIODO(SBA-INDICE)
                      AND HLIQ-CORRIDA >= SBA-CORRIDA(SBA-INDICE))
                  MOVE HLIQ-PERIODO    TO SBA-PERIODO(SBA-INDICE)
                  MOVE HLIQ-CORRIDA    TO SBA-CORRIDA(SBA-INDICE)
                  MOVE HLIQ-NETO-BRUTO TO SBA-BRUTO(SBA-INDICE)
               END-IF
            END-IF
         END-PERFORM.
         IF WS-SIM-HALLADO = "N" AND WS-CANT-SIM-BRUTO < 500
            ADD 1 TO WS-CANT-SIM-BRUTO
            MOVE HLIQ-NUMERO     TO SBA-NUMERO(WS-CANT-SIM-BRUTO)
            MOVE HLIQ-PERIODO    TO SBA-PERIODO(WS-CANT-SIM-BRUTO)
            MOVE HLIQ-CORRIDA    TO SBA-CORRIDA(WS-CANT-SIM-BRUTO)
            MOVE HLIQ-NETO-BRUTO TO SBA-BRUTO(WS-CANT-SIM-BRUTO)
            MOVE "N"             TO SBA-LIQUIDADO(WS-CANT-SIM-BRUTO)
         END-IF.

      *-----------------------------------------------------------*
      *----------    BRUTO SIMULADO CONTRA EL ANTERIOR     --------*
      *-----------------------------------------------------------*
        3150-CONTROLAR-VARIACION.
         PERFORM VARYING SBA-INDICE FROM 1 BY 1
                  UNTIL SBA-INDICE > WS-CANT-SIM-BRUTO
            IF SBA-NUMERO(SBA-INDICE) = PROFESOR-ANTERIOR
               MOVE "S" TO SBA-LIQUIDADO(SBA-INDICE)
               IF SBA-BRUTO(SBA-INDICE) > 0
                  COMPUTE WS-SIM-DIFERENCIA =
                          WS-IMPORTE-PROF - SBA-BRUTO(SBA-INDICE)
                  COMPUTE WS-SIM-VARIACION ROUNDED =
                          WS-SIM-DIFERENCIA * 100
                        / SBA-BRUTO(SBA-INDICE)
                     ON SIZE ERROR MOVE 99999,99 TO WS-SIM-VARIACION
                  END-COMPUTE
                  IF WS-SIM-VARIACION > WS-SIM-VARIACION-MAX
                     OR WS-SIM-VARIACION < 0 - WS-SIM-VARIACION-MAX
                     MOVE PROFESOR-ANTERIOR TO WS-SIM-NUMERO
                     MOVE WS-NOMBRE-PROF    TO WS-SIM-NOMBRE
                     MOVE WS-IMPORTE-PROF   TO WS-SIM-SIMULADO
                     PERFORM 3160-ANOTAR-VARIACION
                  END-IF
               END-IF
            END-IF
         END-PERFORM.

        3160-ANOTAR-VARIACION.
         IF WS-CANT-SIM-VARIA < 500
            ADD 1 TO WS-CANT-SIM-VARIA
            MOVE WS-SIM-NUMERO  TO SVA-NUMERO(WS-CANT-SIM-VARIA)
            MOVE WS-SIM-NOMBRE  TO SVA-NOMBRE(WS-CANT-SIM-VARIA)
            MOVE SBA-PERIODO(SBA-INDICE)
                                TO SVA-PERIODO(WS-CANT-SIM-VARIA)
            MOVE SBA-BRUTO(SBA-INDICE)
                                TO SVA-ANTERIOR(WS-CANT-SIM-VARIA)
            MOVE WS-SIM-SIMULADO
                                TO SVA-SIMULADO(WS-CANT-SIM-VARIA)
            MOVE WS-SIM-VARIACION
                                TO SVA-VARIACION(WS-CANT-SIM-VARIA)
         END-IF.

      *-----------------------------------------------------------*
      *----------    TIPO DE CLASE SIN TARIFA VIGENTE      --------*
      *-----------------------------------------------------------*
        3200-ANOTAR-SIN-TARIFA.
         MOVE "N" TO WS-SIM-HALLADO.
         PERFORM VARYING SST-INDICE FROM 1 BY 1
                  UNTIL SST-INDICE > WS-CANT-SIM-SIN-TARIFA
            IF SST-TIPO(SST-INDICE) = MAE-TIMES-TIPO-CLASE
               ADD 1 TO SST-CLASES(SST-INDICE)
               ADD MAE-TIMES-HORAS TO SST-HORAS(SST-INDICE)
               MOVE "S" TO WS-SIM-HALLADO
            END-IF
         END-PERFORM.
         IF WS-SIM-HALLADO = "N" AND WS-CANT-SIM-SIN-TARIFA < 200
            ADD 1 TO WS-CANT-SIM-SIN-TARIFA
            MOVE MAE-TIMES-TIPO-CLASE
                 TO SST-TIPO(WS-CANT-SIM-SIN-TARIFA)
            MOVE 1 TO SST-CLASES(WS-CANT-SIM-SIN-TARIFA)
            MOVE MAE-TIMES-HORAS
                 TO SST-HORAS(WS-CANT-SIM-SIN-TARIFA)
         END-IF.

      *-----------------------------------------------------------*
      *----------    PROFESOR SIN CBU                      --------*
      *-----------------------------------------------------------*
        3250-ANOTAR-SIN-CBU.
         IF WS-CANT-SIM-SIN-CBU < 500
            ADD 1 TO WS-CANT-SIM-SIN-CBU
            MOVE PROFESOR-ANTERIOR TO SSC-NUMERO(WS-CANT-SIM-SIN-CBU)
            MOVE WS-NOMBRE-PROF    TO SSC-NOMBRE(WS-CANT-SIM-SIN-CBU)
            MOVE WS-NETO-PROF      TO SSC-NETO(WS-CANT-SIM-SIN-CBU)
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       FIN.
            IF CORRIDA-SIMULADA
               WRITE LINEA-LISTADO FROM SIM-LINEA-SELLO
            END-IF.
            CLOSE NOV-TIMES1.
            CLOSE NOV-TIMES2.
            CLOSE NOV-TIMES3.
