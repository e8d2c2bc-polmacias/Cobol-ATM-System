ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ArchivoFestivos ASSIGN TO "..\festivos.dat" *>calendario de festivos bancarios; sabados y domingos son siempre inhabiles
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoFechaNegocio ASSIGN TO "..\fecha_negocio.dat" *>dia de negocio abierto, que CierreDiario solo avanza al terminar el cierre
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoOrdenes ASSIGN TO "..\ordenes_permanentes.dat" *>calendario de pagos recurrentes: cuenta origen, destino, importe, dia del mes
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoOrdenesTrabajo ASSIGN TO "..\ordenes_trabajo.txt" *>fichero de trabajo para regrabar el calendario con los pagos de hoy anotados
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoMovimientos ASSIGN TO "..\movimientos.txt" *>movimientos que alimentan a ProcesadorBatch
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoRechazados ASSIGN TO "..\movimientos_rechazados.txt" *>ordenes entre divisas sin tipo de cambio: a la cola del operador, no a 1:1
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoRetenciones ASSIGN TO "..\retenciones.dat" *>retenciones y embargos: lo retenido no puede salir en una orden
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ArchivoFestivos.
01 RegistroFestivo.
   02 Fes-Fecha        PIC 9(8).
   02 Fes-Descripcion  PIC X(30).

FD ArchivoFechaNegocio.
01 RegistroFechaNegocio.
   02 FN-FechaNegocio  PIC 9(8).
   02 FN-UltimoCierre  PIC 9(8).
   02 FN-HoraCierre    PIC 9(6).

FD ArchivoOrdenes.
01 RegistroOrden.
   02 Ord-CuentaOrigen    PIC 9(5).
   02 Ord-Importe         PIC 9(4)V99.
   02 Ord-DiaMes          PIC 9(2).
   02 Ord-Concepto        PIC X(15).
   02 Ord-IdOrden         PIC 9(5).
   02 Ord-FechaInicio     PIC 9(8).
   02 Ord-FechaFin        PIC 9(8).
   02 Ord-PagosMaximos    PIC 9(3).
   02 Ord-PagosHechos     PIC 9(3).
   02 Ord-Estado          PIC X(1).
      88 Orden-Activa       VALUE 'A'.
      88 Orden-Suspendida   VALUE 'S'.
      88 Orden-Cancelada    VALUE 'C'.
      88 Orden-Finalizada   VALUE 'F'.
   02 Ord-UltimoPago      PIC 9(8).

FD ArchivoOrdenesTrabajo.
01 LineaOrdenTrabajo      PIC X(69).

FD ArchivoMovimientos.
01 RegistroMovimiento.
   02 TC-Origen   PIC X(3).
   02 TC-Destino  PIC X(3).
   02 TC-Tasa     PIC 9(3)V9(6).
   02 TC-FechaVigor PIC 9(8).
   02 TC-HoraVigor  PIC 9(6).

FD ArchivoRechazados.
01 RegistroRechazado.
   02 Rech-Canal         PIC X(4).
   02 Rech-Motivo        PIC X(40).

FD ArchivoRetenciones.
01 RegistroRetencion.
   02 RS-IdRetencion      PIC 9(5).
   02 RS-Cuenta           PIC 9(5).
   02 RS-Importe          PIC 9(5)V99.
   02 RS-Moneda           PIC X(3).
   02 RS-Motivo           PIC X(1).
   02 RS-Organismo        PIC X(30).
   02 RS-OrdenRef         PIC X(20).
   02 RS-FechaInicio      PIC 9(8).
   02 RS-FechaFin         PIC 9(8).
   02 RS-Estado           PIC X(1).
      88 Retencion-Activa     VALUE 'A'.
   02 RS-ImporteEjecutado PIC 9(5)V99.
   02 RS-OperadorAlta     PIC 9(5).
   02 RS-OperadorAprueba  PIC 9(5).

WORKING-STORAGE SECTION.
01 SwFinOrdenes     PIC X(1) VALUE 'N'.
01 SwFinTrabajo     PIC X(1) VALUE 'N'.
01 FechaHoy         PIC 9(8).
01 HoraActual       PIC 9(6).
01 DiaHoy           PIC 9(2).
01 ContadorReferencia PIC 9(7) VALUE 0.
01 ContadorGeneradas  PIC 9(5) VALUE 0.
01 ContadorRechazadas PIC 9(5) VALUE 0.
01 ContadorOmitidas   PIC 9(5) VALUE 0.
01 ContadorFinalizadas PIC 9(5) VALUE 0.
01 SwOrdenVencida   PIC X(1) VALUE 'N'.
   88 Orden-Vencida    VALUE 'S'.

01 EstadoCuentas    PIC X(2).
   88 EstadoCuentas-OK            VALUE '00'.
*> rechazos de ProcesadorBatch quien la recoge)
01 OrigenMoneda     PIC X(3).
01 DestinoMoneda    PIC X(3).
01 OrigenDisponible PIC S9(7)V99.
01 ImporteAbono     PIC 9(4)V99.
01 MotivoOrden      PIC X(40).
01 SwOrdenViable    PIC X(1) VALUE 'S'.
*> para el desglose de volumen por canal que hace ProcesadorBatch
01 CodigoCanal        PIC X(4) VALUE "STOR".

*> Lo retenido hoy en cada cuenta, sumadas sus retenciones activas
*> y en fechas; se carga una vez al arrancar
01 TablaRetenciones.
   02 FilaRetencion OCCURS 100 TIMES.
      03 RT-Cuenta     PIC 9(5).
      03 RT-Importe    PIC 9(7)V99.
01 ContadorRetenciones PIC 9(3) VALUE 0.
01 IndiceRetencion     PIC 9(3).
01 CuentaRetenida      PIC 9(5).
01 SwFinRetenciones    PIC X(1) VALUE 'N'.
01 SwRetencionHallada  PIC X(1) VALUE 'N'.
   88 Retencion-Hallada   VALUE 'S'.

*> Calendario bancario: un dia es habil si no es sabado, domingo
*> ni festivo de festivos.dat
01 TablaFestivos.
   02 FilaFestivo OCCURS 60 TIMES.
      03 FE-Fecha      PIC 9(8).
01 ContadorFestivos    PIC 9(2) VALUE 0.
01 IndiceFestivo       PIC 9(2).
01 SwFinFestivos       PIC X(1) VALUE 'N'.
01 FechaComprobar      PIC 9(8).
01 EnteroComprobar     PIC 9(7).
01 SemanasEnteras      PIC 9(7).
01 DiaSemana           PIC 9(1).
01 SwDiaHabil          PIC X(1) VALUE 'S'.
   88 Dia-Habil           VALUE 'S'.

*> Dias del mes cuyas ordenes se pagan hoy: el propio dia y los
*> inhabiles inmediatamente anteriores, que se trasladaron a hoy
01 TablaDiasVencidos.
   02 DiaVencido       PIC X(1) OCCURS 31 TIMES.
01 DiaVentana          PIC 9(2).
01 EnteroVentana       PIC 9(7).
01 ContadorDiasTrasladados PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
    PERFORM LEER-FECHA-NEGOCIO
    ACCEPT HoraActual FROM TIME
    MOVE FechaHoy(7:2) TO DiaHoy

    *> En dia inhabil no sale ningun pago: las ordenes de hoy se
    *> pagan el siguiente dia habil junto con las de ese dia
    PERFORM CARGAR-FESTIVOS
    MOVE FechaHoy TO FechaComprobar
    PERFORM COMPROBAR-DIA-HABIL
    IF NOT Dia-Habil
        DISPLAY "Dia inhabil " FechaHoy ": las ordenes del dia pasan al siguiente dia habil."
        STOP RUN
    END-IF
    PERFORM MARCAR-DIAS-VENCIDOS

    OPEN INPUT ArchivoCuentas
    IF NOT EstadoCuentas-OK
        DISPLAY "Error: el archivo de cuentas no esta disponible. Codigo: " EstadoCuentas
        STOP RUN
    END-IF
    PERFORM CARGAR-TIPOS-CAMBIO
    PERFORM CARGAR-RETENCIONES

    OPEN INPUT ArchivoOrdenes
    OPEN OUTPUT ArchivoOrdenesTrabajo
    READ ArchivoOrdenes
        AT END MOVE 'S' TO SwFinOrdenes
    END-READ

    PERFORM UNTIL SwFinOrdenes = 'S'
        PERFORM NORMALIZAR-ORDEN-ANTIGUA
        IF Ord-DiaMes >= 1 AND Ord-DiaMes <= 31
            IF DiaVencido(Ord-DiaMes) = 'S'
                PERFORM TRATAR-ORDEN-DEL-DIA
            END-IF
        END-IF
        MOVE RegistroOrden TO LineaOrdenTrabajo
        WRITE LineaOrdenTrabajo
        READ ArchivoOrdenes
            AT END MOVE 'S' TO SwFinOrdenes
        END-READ
    END-PERFORM

    CLOSE ArchivoOrdenes
          ArchivoOrdenesTrabajo
          ArchivoCuentas

    PERFORM REGRABAR-ORDENES

    DISPLAY "PROCESO DE ORDENES PERMANENTES TERMINADO."
    DISPLAY "Pagos recurrentes generados: " ContadorGeneradas ". Ordenes a la cola de rechazos: " ContadorRechazadas "."
    DISPLAY "Ordenes del dia no pagadas (suspendidas, fuera de fechas o ya pagadas hoy): " ContadorOmitidas ". Finalizadas: " ContadorFinalizadas "."
    STOP RUN.

*> ---------------------------------------------------------------
*> Una linea del calendario anterior a las fechas de vigencia y al
*> numero de pagos solo trae los cinco campos originales: se le da
*> vigencia indefinida y estado activa, y queda asi grabada al
*> regrabar el fichero (MantenimientoOrdenes le asignara numero)
*> ---------------------------------------------------------------
NORMALIZAR-ORDEN-ANTIGUA.
    IF Ord-IdOrden NOT NUMERIC
        MOVE 0 TO Ord-IdOrden
    END-IF
    IF Ord-FechaInicio NOT NUMERIC
        MOVE 0 TO Ord-FechaInicio
    END-IF
    IF Ord-FechaFin NOT NUMERIC
        MOVE 0 TO Ord-FechaFin
    END-IF
    IF Ord-PagosMaximos NOT NUMERIC
        MOVE 0 TO Ord-PagosMaximos
    END-IF
    IF Ord-PagosHechos NOT NUMERIC
        MOVE 0 TO Ord-PagosHechos
    END-IF
    IF Ord-Estado = SPACES
        MOVE 'A' TO Ord-Estado
    END-IF
    IF Ord-UltimoPago NOT NUMERIC
        MOVE 0 TO Ord-UltimoPago
    END-IF.

*> ---------------------------------------------------------------
*> Marca el dia de hoy y, hacia atras, cada dia inhabil seguido
*> hasta el dia habil anterior: las ordenes de esos dias del mes
*> no se pagaron en su dia y se pagan hoy
*> ---------------------------------------------------------------
MARCAR-DIAS-VENCIDOS.
    MOVE 1 TO DiaVentana
    PERFORM UNTIL DiaVentana > 31
        MOVE 'N' TO DiaVencido(DiaVentana)
        ADD 1 TO DiaVentana
    END-PERFORM
    MOVE 'S' TO DiaVencido(DiaHoy)

    MOVE 0 TO ContadorDiasTrasladados
    COMPUTE EnteroVentana = FUNCTION INTEGER-OF-DATE(FechaHoy) - 1
    COMPUTE FechaComprobar = FUNCTION DATE-OF-INTEGER(EnteroVentana)
    PERFORM COMPROBAR-DIA-HABIL
    PERFORM UNTIL Dia-Habil OR ContadorDiasTrasladados >= 31
        MOVE FechaComprobar(7:2) TO DiaVentana
        MOVE 'S' TO DiaVencido(DiaVentana)
        ADD 1 TO ContadorDiasTrasladados
        SUBTRACT 1 FROM EnteroVentana
        COMPUTE FechaComprobar = FUNCTION DATE-OF-INTEGER(EnteroVentana)
        PERFORM COMPROBAR-DIA-HABIL
    END-PERFORM
    IF ContadorDiasTrasladados > 0
        DISPLAY "Se pagan tambien las ordenes de los " ContadorDiasTrasladados " dia(s) inhabil(es) anteriores."
    END-IF.

*> ---------------------------------------------------------------
*> Orden cuyo dia de pago es hoy (o un dia inhabil trasladado a
*> hoy): solo se paga si esta activa,
*> dentro de sus fechas de vigencia (0 = sin limite), sin haber
*> agotado su numero de pagos (0 = sin limite) y sin haberse pagado
*> ya hoy (una segunda pasada del mismo dia no duplica el pago).
*> Una orden que agota sus pagos o su fecha de fin queda finalizada
*> ---------------------------------------------------------------
TRATAR-ORDEN-DEL-DIA.
    MOVE 'N' TO SwOrdenVencida
    IF Ord-FechaFin NOT = 0 AND Ord-FechaFin < FechaHoy
        MOVE 'S' TO SwOrdenVencida
    END-IF
    IF Ord-PagosMaximos NOT = 0 AND Ord-PagosHechos >= Ord-PagosMaximos
        MOVE 'S' TO SwOrdenVencida
    END-IF
    IF Orden-Vencida AND Orden-Activa
        MOVE 'F' TO Ord-Estado
        ADD 1 TO ContadorFinalizadas
    END-IF

    IF NOT Orden-Activa
       OR Orden-Vencida
       OR Ord-FechaInicio > FechaHoy
       OR Ord-UltimoPago = FechaHoy
        ADD 1 TO ContadorOmitidas
        EXIT PARAGRAPH
    END-IF

    PERFORM GENERAR-PAGO-RECURRENTE

    *> El pago cuenta tanto si sale a movimientos como si va a la
    *> cola de rechazos: desde alli ResolucionRechazos puede
    *> reencaminarlo, y contarlo solo al aplicarse permitiria pagar
    *> una cuota de mas
    ADD 1 TO Ord-PagosHechos
    MOVE FechaHoy TO Ord-UltimoPago
    IF Ord-PagosMaximos NOT = 0 AND Ord-PagosHechos >= Ord-PagosMaximos
        MOVE 'F' TO Ord-Estado
        ADD 1 TO ContadorFinalizadas
    END-IF.

*> ---------------------------------------------------------------
*> Vuelve a escribir el calendario desde el fichero de trabajo,
*> con los pagos de hoy y los estados nuevos ya anotados
*> ---------------------------------------------------------------
REGRABAR-ORDENES.
    MOVE 'N' TO SwFinTrabajo
    OPEN OUTPUT ArchivoOrdenes
    OPEN INPUT ArchivoOrdenesTrabajo
    READ ArchivoOrdenesTrabajo
        AT END MOVE 'S' TO SwFinTrabajo
    END-READ
    PERFORM UNTIL SwFinTrabajo = 'S'
        MOVE LineaOrdenTrabajo TO RegistroOrden
        WRITE RegistroOrden
        READ ArchivoOrdenesTrabajo
            AT END MOVE 'S' TO SwFinTrabajo
        END-READ
    END-PERFORM
    CLOSE ArchivoOrdenes
          ArchivoOrdenesTrabajo.

*> ---------------------------------------------------------------
*> Genera el par de movimientos (cargo en origen, abono en destino)
*> que ProcesadorBatch aplicara esta noche sobre cuentas.dat, igual
    MOVE Ord-Importe TO ImporteAbono

    PERFORM LEER-MONEDAS-DEL-PAR

    *> Con el saldo retenido por un embargo la orden no sale: lo
    *> retenido no esta disponible aunque el saldo contable llegue
    MOVE Ord-CuentaOrigen TO CuentaRetenida
    PERFORM BUSCAR-RETENCION-CUENTA
    IF Retencion-Hallada
        IF OrigenDisponible - RT-Importe(IndiceRetencion) < Ord-Importe
            MOVE "SALDO RETENIDO POR EMBARGO O RETENCION" TO MotivoOrden
            PERFORM RECHAZAR-ORDEN
            MOVE 'N' TO SwOrdenViable
        END-IF
    END-IF

    IF Orden-Viable AND OrigenMoneda NOT = SPACES AND DestinoMoneda NOT = SPACES
       AND OrigenMoneda NOT = DestinoMoneda
        PERFORM BUSCAR-TIPO-CAMBIO
        IF Tasa-Encontrada
*> ---------------------------------------------------------------
LEER-MONEDAS-DEL-PAR.
    MOVE Ord-CuentaOrigen TO IdCuenta
    MOVE 0 TO OrigenDisponible
    READ ArchivoCuentas
        INVALID KEY MOVE SPACES TO OrigenMoneda
        NOT INVALID KEY
            MOVE Moneda TO OrigenMoneda
            COMPUTE OrigenDisponible = Saldo + LimiteSobregiro
    END-READ
    MOVE Ord-CuentaDestino TO IdCuenta
    READ ArchivoCuentas
    ADD 1 TO ContadorRechazadas
    DISPLAY "Orden " Ord-CuentaOrigen " -> " Ord-CuentaDestino " enviada a la cola de rechazos: " MotivoOrden.

*> ---------------------------------------------------------------
*> Carga lo retenido hoy por cuenta: solo cuentan las retenciones
*> activas (aprobadas) cuyas fechas cubren el dia de negocio
*> ---------------------------------------------------------------
CARGAR-RETENCIONES.
    MOVE 0 TO ContadorRetenciones
    MOVE 'N' TO SwFinRetenciones
    OPEN INPUT ArchivoRetenciones
    READ ArchivoRetenciones
        AT END MOVE 'S' TO SwFinRetenciones
    END-READ
    PERFORM UNTIL SwFinRetenciones = 'S'
        IF Retencion-Activa AND RS-FechaInicio <= FechaHoy
           AND (RS-FechaFin = 0 OR RS-FechaFin >= FechaHoy)
            MOVE RS-Cuenta TO CuentaRetenida
            PERFORM BUSCAR-RETENCION-CUENTA
            IF Retencion-Hallada
                ADD RS-Importe TO RT-Importe(IndiceRetencion)
            ELSE
                IF ContadorRetenciones < 100
                    ADD 1 TO ContadorRetenciones
                    MOVE RS-Cuenta TO RT-Cuenta(ContadorRetenciones)
                    MOVE RS-Importe TO RT-Importe(ContadorRetenciones)
                END-IF
            END-IF
        END-IF
        READ ArchivoRetenciones
            AT END MOVE 'S' TO SwFinRetenciones
        END-READ
    END-PERFORM
    CLOSE ArchivoRetenciones.

*> ---------------------------------------------------------------
*> Busca en la tabla lo retenido en CuentaRetenida
*> ---------------------------------------------------------------
BUSCAR-RETENCION-CUENTA.
    MOVE 'N' TO SwRetencionHallada
    MOVE 1 TO IndiceRetencion
    PERFORM UNTIL IndiceRetencion > ContadorRetenciones OR Retencion-Hallada
        IF RT-Cuenta(IndiceRetencion) = CuentaRetenida
            MOVE 'S' TO SwRetencionHallada
        ELSE
            ADD 1 TO IndiceRetencion
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> Carga en memoria la tabla de tipos de cambio entre divisas, la
*> misma que usa MotorCajero en sus transferencias con cambio
    OPEN OUTPUT ArchivoReferencia
    WRITE LineaReferencia
    CLOSE ArchivoReferencia.

*> ---------------------------------------------------------------
*> La fecha de proceso es el dia de negocio abierto en
*> fecha_negocio.dat y no el reloj: un cierre que pasa de la
*> medianoche sigue fechando todo con el dia que esta cerrando.
*> Sin fichero de control (instalacion recien creada) vale el reloj
*> ---------------------------------------------------------------
LEER-FECHA-NEGOCIO.
    OPEN INPUT ArchivoFechaNegocio
    READ ArchivoFechaNegocio
        AT END ACCEPT FechaHoy FROM DATE YYYYMMDD
        NOT AT END MOVE FN-FechaNegocio TO FechaHoy
    END-READ
    CLOSE ArchivoFechaNegocio.

*> ---------------------------------------------------------------
*> Carga en memoria el calendario de festivos bancarios
*> ---------------------------------------------------------------
CARGAR-FESTIVOS.
    MOVE 0 TO ContadorFestivos
    MOVE 'N' TO SwFinFestivos
    OPEN INPUT ArchivoFestivos
    READ ArchivoFestivos
        AT END MOVE 'S' TO SwFinFestivos
    END-READ
    PERFORM UNTIL SwFinFestivos = 'S' OR ContadorFestivos >= 60
        ADD 1 TO ContadorFestivos
        MOVE Fes-Fecha TO FE-Fecha(ContadorFestivos)
        READ ArchivoFestivos
            AT END MOVE 'S' TO SwFinFestivos
        END-READ
    END-PERFORM
    CLOSE ArchivoFestivos.

*> ---------------------------------------------------------------
*> Dice si FechaComprobar es dia habil. El dia 1 de la cuenta de
*> INTEGER-OF-DATE (1 de enero de 1601) fue lunes: resto 6 es
*> sabado y resto 0 es domingo
*> ---------------------------------------------------------------
COMPROBAR-DIA-HABIL.
    MOVE 'S' TO SwDiaHabil
    COMPUTE EnteroComprobar = FUNCTION INTEGER-OF-DATE(FechaComprobar)
    DIVIDE EnteroComprobar BY 7 GIVING SemanasEnteras REMAINDER DiaSemana
    IF DiaSemana = 6 OR DiaSemana = 0
        MOVE 'N' TO SwDiaHabil
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO IndiceFestivo
    PERFORM UNTIL IndiceFestivo > ContadorFestivos
        IF FE-Fecha(IndiceFestivo) = FechaComprobar
            MOVE 'N' TO SwDiaHabil
        END-IF
        ADD 1 TO IndiceFestivo
    END-PERFORM.
