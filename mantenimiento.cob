FILE-CONTROL.
    SELECT ArchivoCuentas ASSIGN TO "..\cuentas.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS IdCuenta
    FILE STATUS IS EstadoArchivo.

    SELECT OPTIONAL ArchivoBeneficiariosTrabajo ASSIGN TO "..\beneficiarios_trabajo.txt" *>fichero de trabajo para regrabar la agenda al confirmar
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoVisitas ASSIGN TO "..\visitas_planificadas.txt" *>visitas de la transportadora planificadas por PrevisionEfectivo, con los billetes pedidos
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoVisitasTrabajo ASSIGN TO "..\visitas_trabajo.txt" *>fichero de trabajo para regrabar las visitas al marcar una como cargada
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoSobres ASSIGN TO "..\sobres_pendientes.txt" *>solo lectura: una cuenta con sobres sin verificar no se puede cerrar
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoRechazados ASSIGN TO "..\movimientos_rechazados.txt" *>solo lectura: ni con movimientos rechazados aun sin resolver
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoMovimientos ASSIGN TO "..\movimientos.txt" *>movimientos que alimentan a ProcesadorBatch: los de la liquidacion del cierre
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoInterbancario ASSIGN TO "..\transferencias_interbancarias.txt" *>ordenes de transferencia salientes hacia cuentas de otros bancos
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoReferencia ASSIGN TO "..\referencia.dat" *>fichero de control con el ultimo numero de referencia usado
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoOrdenes ASSIGN TO "..\ordenes_permanentes.dat" *>calendario de pagos recurrentes: las ordenes de una cuenta cerrada se cancelan
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoOrdenesTrabajo ASSIGN TO "..\ordenes_trabajo.txt" *>fichero de trabajo para regrabar el calendario
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoPrestamos ASSIGN TO "..\prestamos.dat" *>solo lectura: una cuenta que paga cuotas de un prestamo vivo no se cierra
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoFestivos ASSIGN TO "..\festivos.dat" *>calendario de festivos bancarios que usan ordenes, despacho y devengo
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoTarjetas ASSIGN TO "..\tarjetas.dat" *>maestro de tarjetas: emision, lista negra y sustitucion se hacen desde aqui
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS Tar-Numero
    FILE STATUS IS EstadoTarjetas.

    SELECT ArchivoTitulares ASSIGN TO "..\titulares.dat" *>intervinientes de cada cuenta: titular, cotitulares y autorizados, con su rol y su PIN
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS Tit-Clave
    FILE STATUS IS EstadoTitulares.

    SELECT OPTIONAL ArchivoRetenidas ASSIGN TO "..\tarjetas_retenidas.txt" *>tarjetas tragadas por los cajeros, pendientes de recoger en cada terminal
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoRetenidasTrabajo ASSIGN TO "..\tarjetas_retenidas_trabajo.txt" *>fichero de trabajo para regrabar las retenidas al recogerlas
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoAvisos ASSIGN TO "..\avisos_pendientes.txt" *>cola de avisos a clientes, que ImprimirAvisos formatea para el correo
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoRetenciones ASSIGN TO "..\retenciones.dat" *>solo lectura: una cuenta con retenciones o embargos en vigor no se cierra
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ArchivoCuentas.
FD ArchivoBeneficiariosTrabajo.
01 LineaBeneficiarioTrabajo PIC X(55).

FD ArchivoVisitas.
01 RegistroVisita.
   02 Vis-Terminal     PIC X(4).
   02 Vis-Ubicacion    PIC X(20).
   02 Vis-FechaVisita  PIC 9(8).
   02 Vis-Num50        PIC 9(5).
   02 Vis-Num20        PIC 9(5).
   02 Vis-Num10        PIC 9(5).
   02 Vis-Num5         PIC 9(5).
   02 Vis-Importe      PIC 9(7).
   02 Vis-Estado       PIC X(1).
      88 Visita-Cargada     VALUE 'C'.

FD ArchivoVisitasTrabajo.
01 LineaVisitaTrabajo  PIC X(60).

FD ArchivoSobres.
01 RegistroSobre.
   02 Sob-Cuenta            PIC 9(5).
   02 Sob-ImporteDeclarado  PIC 9(4)V99.
   02 Sob-Fecha             PIC 9(8).
   02 Sob-Hora              PIC 9(6).
   02 Sob-Referencia        PIC 9(7).
   02 Sob-Moneda            PIC X(3).
   02 Sob-Estado            PIC X(1).
      88 Sobre-Pendiente      VALUE 'P'.
      88 Sobre-Confirmado     VALUE 'C'.
   02 Sob-ImporteConfirmado PIC 9(4)V99.
   02 Sob-Terminal          PIC X(4).

FD ArchivoRechazados.
01 RegistroRechazado.
   02 Rech-Cuenta        PIC 9(5).
   02 Rech-TipoOperacion PIC X(1).
   02 Rech-Cantidad      PIC 9(4)V99.
   02 Rech-Fecha         PIC 9(8).
   02 Rech-Hora          PIC 9(6).
   02 Rech-Referencia    PIC 9(7).
   02 Rech-Origen        PIC X(1).
   02 Rech-Moneda        PIC X(3).
   02 Rech-Canal         PIC X(4).
   02 Rech-Motivo        PIC X(40).

FD ArchivoMovimientos.
01 RegistroMovimiento.
   02 Cuenta             PIC 9(5).
   02 MovTipoOperacion   PIC X(1).
   02 Cantidad           PIC 9(4)V99.
   02 Mov-Fecha          PIC 9(8).
   02 Mov-Hora           PIC 9(6).
   02 Mov-Referencia     PIC 9(7).
   02 Mov-Origen         PIC X(1).
      88 Origen-Externo     VALUE 'E'.
   02 Mov-Moneda         PIC X(3).
   02 Mov-Canal          PIC X(4).

FD ArchivoInterbancario.
01 RegistroInterbancario.
   02 IB-CuentaOrigen   PIC 9(5).
   02 IB-CuentaExterna  PIC X(20).
   02 IB-Importe        PIC 9(7)V99.
   02 IB-Moneda         PIC X(3).
   02 IB-Fecha          PIC 9(8).
   02 IB-Hora           PIC 9(6).
   02 IB-Referencia     PIC 9(7).

FD ArchivoReferencia.
01 LineaReferencia       PIC 9(7).

FD ArchivoOrdenes.
01 RegistroOrden.
   02 Ord-CuentaOrigen    PIC 9(5).
   02 Ord-CuentaDestino   PIC 9(5).
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

FD ArchivoAvisos.
01 RegistroAviso.
   02 Avi-Cliente   PIC 9(5).
   02 Avi-Cuenta    PIC 9(5).
   02 Avi-Evento    PIC X(2).
      88 Aviso-SaldoInsuficiente VALUE "SI".
      88 Aviso-SobreAjustado     VALUE "SA".
      88 Aviso-Descubierto       VALUE "DS".
      88 Aviso-Comision          VALUE "CM".
      88 Aviso-Devolucion        VALUE "DV".
      88 Aviso-CierreCuenta      VALUE "CC".
      88 Aviso-CuotaImpagada     VALUE "PM".
   02 Avi-Importe   PIC 9(5)V99.
   02 Avi-Moneda    PIC X(3).
   02 Avi-Fecha     PIC 9(8).
   02 Avi-Estado    PIC X(1).
      88 Aviso-Pendiente VALUE 'P'.
      88 Aviso-Enviado   VALUE 'E'.

FD ArchivoOperadores.
01 RegistroOperador.
   02 IdOperador     PIC 9(5).
   02 FILLER                PIC X(1) VALUE " ".
   02 Aud-MonedaOriginal    PIC X(3).

FD ArchivoPrestamos.
01 RegistroPrestamo.
   02 Pre-IdPrestamo       PIC 9(5).
   02 Pre-Cliente          PIC 9(5).
   02 Pre-CuentaCargo      PIC 9(5).
   02 Pre-Moneda           PIC X(3).
   02 Pre-Principal        PIC 9(5)V99.
   02 Pre-TipoInteres      PIC 9(2)V99.
   02 Pre-Plazo            PIC 9(3).
   02 Pre-Cuota            PIC 9(4)V99.
   02 Pre-DiaCobro         PIC 9(2).
   02 Pre-FechaConcesion   PIC 9(8).
   02 Pre-CapitalPendiente PIC 9(5)V99.
   02 Pre-CuotasPagadas    PIC 9(3).
   02 Pre-CuotasImpagadas  PIC 9(3).
   02 Pre-ImporteImpagado  PIC 9(5)V99.
   02 Pre-Estado           PIC X(1).
      88 Prestamo-Vigente     VALUE 'V'.
      88 Prestamo-EnMora      VALUE 'M'.
      88 Prestamo-Amortizado  VALUE 'A'.
   02 Pre-Operador         PIC 9(5).

FD ArchivoFestivos.
01 RegistroFestivo.
   02 Fes-Fecha        PIC 9(8).
   02 Fes-Descripcion  PIC X(30).

FD ArchivoTarjetas.
01 RegistroTarjeta.
   02 Tar-Numero        PIC 9(16).
   02 Tar-Cliente       PIC 9(5).
   02 Tar-Caducidad     PIC 9(6).
   02 Tar-Estado        PIC X(1).
      88 Tarjeta-Activa         VALUE 'A'.
      88 Tarjeta-Perdida        VALUE 'P'.
      88 Tarjeta-Robada         VALUE 'R'.
      88 Tarjeta-Caducada       VALUE 'E'.
      88 Tarjeta-Retenida       VALUE 'T'.
      88 Tarjeta-Sustituida     VALUE 'S'.
      88 Tarjeta-En-Lista-Negra VALUE 'P' 'R'.
   02 Tar-NumCuentas    PIC 9(1).
   02 Tar-Cuenta        PIC 9(5) OCCURS 4 TIMES.
   02 Tar-FechaEmision  PIC 9(8).
   02 Tar-Sustituta     PIC 9(16).

FD ArchivoTitulares.
01 RegistroTitular.
   02 Tit-Clave.
      03 Tit-Cuenta          PIC 9(5).
      03 Tit-Cliente         PIC 9(5).
   02 Tit-Rol                PIC X(1).
      88 Rol-Titular           VALUE 'T'.
      88 Rol-Cotitular         VALUE 'C'.
      88 Rol-Autorizado        VALUE 'A'.
   02 Tit-PIN                PIC 9(4).
   02 Tit-IntentosFallidos   PIC 9(1).
   02 Tit-CambioPINPendiente PIC X(1).
      88 Tit-Cambio-PIN-Pendiente VALUE 'S'.
   02 Tit-LimiteDiario       PIC 9(4)V99.
   02 Tit-Estado             PIC X(1).
      88 Interviniente-Activo    VALUE 'A'.
      88 Interviniente-Bloqueado VALUE 'B'.
      88 Interviniente-Baja      VALUE 'X'.
   02 Tit-FechaAlta          PIC 9(8).
   02 Tit-Operador           PIC 9(5).

FD ArchivoRetenidas.
01 RegistroRetenida.
   02 Rtn-Tarjeta   PIC 9(16).
   02 Rtn-Cuenta    PIC 9(5).
   02 Rtn-Terminal  PIC X(4).
   02 Rtn-Fecha     PIC 9(8).
   02 Rtn-Hora      PIC 9(6).
   02 Rtn-Motivo    PIC X(1).
   02 Rtn-Estado    PIC X(1).
      88 Retenida-Pendiente VALUE 'P'.
      88 Retenida-Recogida  VALUE 'R'.

FD ArchivoRetenidasTrabajo.
01 LineaRetenidaTrabajo PIC X(41).

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
      88 Retencion-Pendiente  VALUE 'P'.
      88 Retencion-Activa     VALUE 'A'.
   02 RS-ImporteEjecutado PIC 9(5)V99.
   02 RS-OperadorAlta     PIC 9(5).
   02 RS-OperadorAprueba  PIC 9(5).

WORKING-STORAGE SECTION.
01 Opcion            PIC 9(2).
01 RecargaNotas      PIC 9(5).
*> Visita planificada del terminal que se recarga: si la hay para
*> hoy y no se ha cargado ya, la recarga puede hacerse con los
*> billetes que se pidieron. PrevisionEfectivo escribe las visitas
*> sin estado; Mantenimiento las marca 'C' al confirmar la carga
01 SwFinVisitas      PIC X(1).
01 SwVisitaHallada   PIC X(1).
   88 Visita-Hallada     VALUE 'S'.
01 SwVisitaMarcada   PIC X(1).
   88 Visita-Marcada     VALUE 'S'.
01 DecisionVisita    PIC X(1).
01 FechaVisitaOtroDia PIC 9(8).
01 DatosVisita.
   02 DV-FechaVisita PIC 9(8).
   02 DV-Num50       PIC 9(5).
   02 DV-Num20       PIC 9(5).
   02 DV-Num10       PIC 9(5).
   02 DV-Num5        PIC 9(5).
01 EstadoArchivo     PIC X(2).
   88 Estado-OK             VALUE '00'.
   88 Estado-ClaveDuplicada VALUE '22'.
01 SwYaConfirmado     PIC X(1).
   88 Ya-Confirmado      VALUE 'S'.

*> Cierre de cuenta con liquidacion: la cuenta solo se cierra sin
*> descubierto, sin sobres por verificar, sin rechazos abiertos y
*> sin movimientos pendientes de aplicar; se le devenga lo de hoy,
*> su saldo sale a otra cuenta o a un IBAN y se avisa al cliente
01 CuentaCierre       PIC 9(5).
01 ClienteCierre      PIC 9(5).
01 MonedaCierre       PIC X(3).
01 SwCierrePosible    PIC X(1).
   88 Cierre-Posible     VALUE 'S'.
01 TipoDestinoCierre  PIC X(1).
   88 Destino-Interno    VALUE 'I' 'i'.
   88 Destino-Externo    VALUE 'E' 'e'.
01 CuentaDestinoCierre PIC 9(5).
01 IBANDestinoCierre  PIC X(20).
01 DecisionCierre     PIC X(1).
01 SwFinLecturaCierre PIC X(1).
01 ContadorBloqueos   PIC 9(3).
01 ImporteLiquidado   PIC 9(5)V99.
01 PendienteLiquidar  PIC 9(5)V99.
*> Cantidad de un movimiento es 9(4)V99: un saldo mayor se liquida
*> en varios traspasos, cada uno con su referencia
01 TramoLiquidacion   PIC 9(4)V99.
01 MaximoTramo        PIC 9(4)V99 VALUE 9999.99.
01 ContadorReferencia PIC 9(7) VALUE 0.
01 CodigoCanal        PIC X(4) VALUE "BACK".
01 ContadorOrdenesCanceladas PIC 9(3).
01 ContadorOrdenesEntrantes  PIC 9(3).
01 ContadorBenefBorrados     PIC 9(3).
01 SwOtraCuentaAbierta PIC X(1).
   88 Tiene-Otra-Cuenta  VALUE 'S'.
01 SwDevengoHecho     PIC X(1).
   88 Devengo-Hecho      VALUE 'S'.
01 SwBorrarBeneficiario PIC X(1).
01 SaldoBonito        PIC -ZZZZ9.99.

*> Mismos umbrales y tipos que DevengoIntereses: el cierre adelanta
*> el devengo de la noche, que ya no llegaria a una cuenta cerrada
01 UmbralInteresEUR    PIC 9(5)V99 VALUE 00100.00.
01 UmbralInteresUSD    PIC 9(5)V99 VALUE 00100.00.
01 TasaInteresMensual  PIC 9V9(4)  VALUE 0.0042.
01 UmbralMantenimiento PIC 9(5)V99 VALUE 00020.00.
01 CuotaMantenimiento  PIC 9(3)V99 VALUE 005.00.
01 InteresCalculado    PIC 9(5)V99.

*> Como en DevengoIntereses, el interes de los dias inhabiles se
*> devenga el siguiente dia habil: el cierre liquida hoy y los
*> inhabiles inmediatamente anteriores, que aun no se abonaron
01 TablaFestivos.
   02 FilaFestivo OCCURS 60 TIMES.
      03 FE-Fecha      PIC 9(8).
01 ContadorFestivos    PIC 9(2) VALUE 0.
01 IndiceFestivo       PIC 9(2).
01 FechaComprobar      PIC 9(8).
01 EnteroComprobar     PIC 9(7).
01 SemanasEnteras      PIC 9(7).
01 DiaSemana           PIC 9(1).
01 SwDiaHabil          PIC X(1) VALUE 'S'.
   88 Dia-Habil           VALUE 'S'.
01 DiasDevengo         PIC 9(2) VALUE 1.
01 EnteroVentana       PIC 9(7).

*> Tarjetas: la oficina emite, pone en lista negra (perdida o
*> robada) y sustituye tarjetas, y recoge de cada terminal las que
*> los cajeros han retenido
01 EstadoTarjetas    PIC X(2).
   88 Tarjetas-OK             VALUE '00'.
   88 Tarjetas-ClaveDuplicada VALUE '22'.
   88 Tarjetas-NoExiste       VALUE '21' '23'.
   88 Tarjetas-ArchivoNoExiste VALUE '35'.
01 TarjetaTeclado    PIC 9(16).
01 TarjetaNueva      PIC 9(16).
01 ClienteTarjeta    PIC 9(5).
01 CuentaTarjeta     PIC 9(5).
01 MotivoTarjeta     PIC X(1).
01 TextoTarjeta      PIC X(22).
01 MesActual         PIC 9(6).
01 AniosVigenciaTarjeta PIC 9(1) VALUE 4.
01 IndiceCuentaTarjeta  PIC 9(1).
01 SwCuentaRepetida  PIC X(1).
   88 Cuenta-Repetida    VALUE 'S'.
01 SwFinRetenidas    PIC X(1).
01 ContadorRetenidas PIC 9(3).
01 DecisionRecogida  PIC X(1).

*> Intervinientes de una cuenta: ademas del ClienteTitular, la
*> oficina da de alta cotitulares y autorizados, cada uno con su
*> propio PIN para el cajero y, si se quiere, un tope diario propio
01 EstadoTitulares   PIC X(2).
   88 Titulares-OK             VALUE '00'.
   88 Titulares-ClaveDuplicada VALUE '22'.
   88 Titulares-NoExiste       VALUE '21' '23'.
   88 Titulares-ArchivoNoExiste VALUE '35'.
01 ClienteInterviniente PIC 9(5).
01 ClienteAnterior   PIC 9(5).
01 RolInterviniente  PIC X(1).
   88 Rol-Alta-Valido    VALUE 'C' 'A'.
01 LimiteInterviniente PIC 9(4)V99.
01 SwCuentaConIntervinientes PIC X(1).
   88 Cuenta-Con-Intervinientes VALUE 'S'.
01 SwFinTitulares    PIC X(1).
01 SwIntervinienteTarjeta PIC X(1).
   88 Interviniente-De-La-Cuenta VALUE 'S'.
01 ContadorIntervinientes PIC 9(3).
01 TextoRol          PIC X(10).
01 TextoEstadoInterviniente PIC X(9).
01 LimiteBonito      PIC ZZZ9.99.

*> Calendario de festivos bancarios
01 FechaFestivo      PIC 9(8).
01 FechaFestivoPartes REDEFINES FechaFestivo.
   02 FestivoAnio    PIC 9(4).
   02 FestivoMes     PIC 9(2).
   02 FestivoDia     PIC 9(2).
01 DescripcionFestivo PIC X(30).
01 SwFinFestivos     PIC X(1).
01 SwFestivoRepetido PIC X(1).
   88 Festivo-Repetido   VALUE 'S'.

PROCEDURE DIVISION.
    OPEN I-O ArchivoCuentas
    PERFORM VALIDAR-ESTADO-ARCHIVO
        DISPLAY "========================================"
        DISPLAY "01. Dar de alta una cuenta nueva"
        DISPLAY "02. Modificar el nombre de un cliente"
        DISPLAY "03. Cerrar una cuenta y liquidar su saldo"
        DISPLAY "04. Desbloquear una cuenta"
        DISPLAY "05. Desbloquear un terminal (intentos con tarjeta inexistente)"
        DISPLAY "06. Dar de alta un cliente en el maestro"
        DISPLAY "07. Vincular una cuenta existente a un cliente"
        DISPLAY "08. Modificar el limite de descubierto de una cuenta"
        DISPLAY "12. Dar de alta un terminal en el maestro"
        DISPLAY "13. Dar de alta un operador"
        DISPLAY "14. Confirmar un beneficiario nuevo de un cliente"
        DISPLAY "15. Emitir una tarjeta nueva"
        DISPLAY "16. Bloquear una tarjeta perdida o robada"
        DISPLAY "17. Sustituir una tarjeta por otra nueva"
        DISPLAY "18. Recoger las tarjetas retenidas en un terminal"
        DISPLAY "19. Anadir un festivo al calendario bancario"
        DISPLAY "20. Anadir o modificar un cotitular o autorizado de una cuenta"
        DISPLAY "21. Dar de baja a un cotitular o autorizado de una cuenta"
        DISPLAY "22. Consultar los intervinientes de una cuenta"
        DISPLAY "99. Salir"
        DISPLAY "Opcion: "
        ACCEPT Opcion
                IF Operador-Autorizado
                    PERFORM CONFIRMAR-BENEFICIARIO
                END-IF
            WHEN 15
                PERFORM EMITIR-TARJETA
            WHEN 16
                PERFORM BLOQUEAR-TARJETA
            WHEN 17
                PERFORM SUSTITUIR-TARJETA
            WHEN 18
                PERFORM RECOGER-TARJETAS-RETENIDAS
            WHEN 19
                PERFORM EXIGIR-NIVEL-SUPERVISOR
                IF Operador-Autorizado
                    PERFORM ALTA-FESTIVO
                END-IF
            WHEN 20
                PERFORM EXIGIR-NIVEL-SUPERVISOR
                IF Operador-Autorizado
                    PERFORM ALTA-INTERVINIENTE
                END-IF
            WHEN 21
                PERFORM EXIGIR-NIVEL-SUPERVISOR
                IF Operador-Autorizado
                    PERFORM BAJA-INTERVINIENTE
                END-IF
            WHEN 22
                PERFORM LISTAR-INTERVINIENTES
            WHEN 0
                CONTINUE
            WHEN 99
            MOVE SPACES TO Aud-MonedaOriginal
            PERFORM REGISTRAR-AUDITORIA
            DISPLAY "Cuenta " IdCuenta " dada de alta con exito."
            IF ClienteTitular NOT = 0
                PERFORM ABRIR-MAESTRO-TITULARES
                IF Titulares-OK
                    PERFORM ASEGURAR-TITULAR-PRINCIPAL
                    CLOSE ArchivoTitulares
                END-IF
            END-IF
    END-WRITE.

*> ---------------------------------------------------------------
    END-READ.

*> ---------------------------------------------------------------
*> Cierra una cuenta liquidandola: comprueba que no quede nada
*> pendiente, devenga intereses/comision hasta hoy, traspasa el
*> saldo a otra cuenta del banco o a un IBAN externo, cancela sus
*> ordenes permanentes y beneficiarios y encola la carta de cierre.
*> La cuenta se marca como cerrada, no se borra, para conservar su
*> historial de auditoria.
*> ---------------------------------------------------------------
BAJA-CUENTA.
    DISPLAY "Numero de cuenta a cerrar: "
    READ ArchivoCuentas
        INVALID KEY
            PERFORM VALIDAR-ESTADO-ARCHIVO
            EXIT PARAGRAPH
    END-READ
    IF Cuenta-Cerrada
        DISPLAY "La cuenta " IdCuenta " ya esta cerrada."
        EXIT PARAGRAPH
    END-IF
    MOVE IdCuenta TO CuentaCierre
    MOVE ClienteTitular TO ClienteCierre
    MOVE Moneda TO MonedaCierre

    PERFORM COMPROBAR-CIERRE-POSIBLE
    IF NOT Cierre-Posible
        DISPLAY "No se cierra la cuenta " CuentaCierre "."
        EXIT PARAGRAPH
    END-IF

    MOVE CuentaCierre TO IdCuenta
    READ ArchivoCuentas
    MOVE Saldo TO SaldoBonito
    DISPLAY "Saldo actual: " SaldoBonito " " MonedaCierre " (antes del devengo de hoy)."
    PERFORM PEDIR-DESTINO-LIQUIDACION
    IF NOT Cierre-Posible
        DISPLAY "No se cierra la cuenta " CuentaCierre "."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Confirma el cierre y la liquidacion de la cuenta " CuentaCierre "? (S/N): "
    ACCEPT DecisionCierre
    IF DecisionCierre NOT = 'S' AND DecisionCierre NOT = 's'
        DISPLAY "No se cierra la cuenta " CuentaCierre "."
        EXIT PARAGRAPH
    END-IF

    MOVE CuentaCierre TO IdCuenta
    READ ArchivoCuentas
    PERFORM LIQUIDAR-DEVENGO-PENDIENTE

    MOVE 0 TO ImporteLiquidado
    MOVE CuentaCierre TO IdCuenta
    READ ArchivoCuentas
    IF Saldo > 0
        MOVE Saldo TO PendienteLiquidar
        PERFORM PAGAR-TRAMO-LIQUIDACION
            UNTIL PendienteLiquidar = 0 OR NOT Cierre-Posible
    END-IF

    MOVE CuentaCierre TO IdCuenta
    READ ArchivoCuentas
    IF Saldo NOT = 0
        MOVE Saldo TO SaldoBonito
        DISPLAY "Error: la liquidacion no se completo (saldo restante " SaldoBonito "). La cuenta sigue abierta."
        EXIT PARAGRAPH
    END-IF
    MOVE 'C' TO EstadoCuenta
    REWRITE RegistroCuenta
        INVALID KEY PERFORM VALIDAR-ESTADO-ARCHIVO
    END-REWRITE

    PERFORM CANCELAR-ORDENES-CUENTA
    PERFORM CANCELAR-BENEFICIARIOS-CUENTA
    PERFORM ENCOLAR-CARTA-CIERRE

    MOVE CuentaCierre TO Aud-Cuenta
    MOVE "MANT BAJA CUENTA" TO Aud-Operacion
    MOVE ImporteLiquidado TO Aud-Dinero
    MOVE MonedaCierre TO Aud-Moneda
    MOVE OperadorActual TO Aud-CuentaRelacionada
    MOVE 0 TO Aud-Referencia
    MOVE 0 TO Aud-DineroOriginal
    MOVE SPACES TO Aud-MonedaOriginal
    PERFORM REGISTRAR-AUDITORIA

    MOVE ImporteLiquidado TO SaldoBonito
    DISPLAY "Cuenta " CuentaCierre " cerrada con exito. Saldo liquidado: " SaldoBonito " " MonedaCierre "."
    DISPLAY "Ordenes permanentes canceladas: " ContadorOrdenesCanceladas ". Beneficiarios dados de baja: " ContadorBenefBorrados "."
    IF ContadorOrdenesEntrantes > 0
        DISPLAY "Aviso: " ContadorOrdenesEntrantes " orden(es) de otras cuentas que pagaban a esta cuenta se han cancelado; avise a sus ordenantes."
    END-IF.

*> ---------------------------------------------------------------
*> Motivos por los que una cuenta aun no se puede cerrar: saldo en
*> descubierto, sobres sin verificar, movimientos rechazados sin
*> resolver, movimientos que el batch todavia no ha aplicado,
*> prestamos vivos o retenciones y embargos sin levantar
*> ---------------------------------------------------------------
COMPROBAR-CIERRE-POSIBLE.
    MOVE 'S' TO SwCierrePosible
    IF Saldo < 0
        MOVE Saldo TO SaldoBonito
        DISPLAY "La cuenta esta en descubierto (" SaldoBonito "): debe cubrirse antes del cierre."
        MOVE 'N' TO SwCierrePosible
    END-IF

    MOVE 0 TO ContadorBloqueos
    MOVE 'N' TO SwFinLecturaCierre
    OPEN INPUT ArchivoSobres
    PERFORM UNTIL SwFinLecturaCierre = 'S'
        READ ArchivoSobres
            AT END MOVE 'S' TO SwFinLecturaCierre
            NOT AT END
                IF Sob-Cuenta = CuentaCierre AND Sobre-Pendiente
                    ADD 1 TO ContadorBloqueos
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArchivoSobres
    IF ContadorBloqueos > 0
        DISPLAY "La cuenta tiene " ContadorBloqueos " sobre(s) pendientes de verificar en la oficina."
        MOVE 'N' TO SwCierrePosible
    END-IF

    MOVE 0 TO ContadorBloqueos
    MOVE 'N' TO SwFinLecturaCierre
    OPEN INPUT ArchivoRechazados
    PERFORM UNTIL SwFinLecturaCierre = 'S'
        READ ArchivoRechazados
            AT END MOVE 'S' TO SwFinLecturaCierre
            NOT AT END
                IF Rech-Cuenta = CuentaCierre
                    ADD 1 TO ContadorBloqueos
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArchivoRechazados
    IF ContadorBloqueos > 0
        DISPLAY "La cuenta tiene " ContadorBloqueos " movimiento(s) rechazados sin resolver en ResolucionRechazos."
        MOVE 'N' TO SwCierrePosible
    END-IF

    MOVE 0 TO ContadorBloqueos
    MOVE 'N' TO SwFinLecturaCierre
    OPEN INPUT ArchivoMovimientos
    PERFORM UNTIL SwFinLecturaCierre = 'S'
        READ ArchivoMovimientos
            AT END MOVE 'S' TO SwFinLecturaCierre
            NOT AT END
                IF Cuenta = CuentaCierre AND Origen-Externo
                    ADD 1 TO ContadorBloqueos
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArchivoMovimientos
    IF ContadorBloqueos > 0
        DISPLAY "La cuenta tiene " ContadorBloqueos " movimiento(s) que el batch aplicara esta noche: cierre la cuenta despues."
        MOVE 'N' TO SwCierrePosible
    END-IF

    MOVE 0 TO ContadorBloqueos
    MOVE 'N' TO SwFinLecturaCierre
    OPEN INPUT ArchivoPrestamos
    PERFORM UNTIL SwFinLecturaCierre = 'S'
        READ ArchivoPrestamos
            AT END MOVE 'S' TO SwFinLecturaCierre
            NOT AT END
                IF Pre-CuentaCargo = CuentaCierre AND NOT Prestamo-Amortizado
                    ADD 1 TO ContadorBloqueos
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArchivoPrestamos
    IF ContadorBloqueos > 0
        DISPLAY "La cuenta paga las cuotas de " ContadorBloqueos " prestamo(s) vivo(s): no se cierra hasta que esten amortizados."
        MOVE 'N' TO SwCierrePosible
    END-IF

    *> Liquidar el saldo de una cuenta embargada seria sacar el
    *> dinero retenido: primero se ejecuta o se levanta la retencion
    MOVE 0 TO ContadorBloqueos
    MOVE 'N' TO SwFinLecturaCierre
    OPEN INPUT ArchivoRetenciones
    PERFORM UNTIL SwFinLecturaCierre = 'S'
        READ ArchivoRetenciones
            AT END MOVE 'S' TO SwFinLecturaCierre
            NOT AT END
                IF RS-Cuenta = CuentaCierre
                   AND (Retencion-Pendiente OR Retencion-Activa)
                    ADD 1 TO ContadorBloqueos
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArchivoRetenciones
    IF ContadorBloqueos > 0
        DISPLAY "La cuenta tiene " ContadorBloqueos " retencion(es) o embargo(s) sin levantar en MantenimientoRetenciones."
        MOVE 'N' TO SwCierrePosible
    END-IF.

*> ---------------------------------------------------------------
*> Pide a donde va el saldo de la cuenta: otra cuenta activa del
*> banco en la misma moneda, o un IBAN de otro banco
*> ---------------------------------------------------------------
PEDIR-DESTINO-LIQUIDACION.
    MOVE 'S' TO SwCierrePosible
    MOVE 0 TO CuentaDestinoCierre
    MOVE SPACES TO IBANDestinoCierre
    DISPLAY "Destino del saldo (I = otra cuenta del banco, E = IBAN de otro banco): "
    ACCEPT TipoDestinoCierre
    EVALUATE TRUE
        WHEN Destino-Interno
            MOVE 'I' TO TipoDestinoCierre
            DISPLAY "Cuenta destino: "
            ACCEPT CuentaDestinoCierre
            IF CuentaDestinoCierre = CuentaCierre
                DISPLAY "Error: la cuenta destino es la misma que se cierra."
                MOVE 'N' TO SwCierrePosible
                EXIT PARAGRAPH
            END-IF
            MOVE CuentaDestinoCierre TO IdCuenta
            READ ArchivoCuentas
                INVALID KEY
                    DISPLAY "Error: la cuenta destino " CuentaDestinoCierre " no existe."
                    MOVE 'N' TO SwCierrePosible
                NOT INVALID KEY
                    IF NOT Cuenta-Activa
                        DISPLAY "Error: la cuenta destino " CuentaDestinoCierre " no esta activa."
                        MOVE 'N' TO SwCierrePosible
                    END-IF
                    IF Moneda NOT = MonedaCierre
                        DISPLAY "Error: la cuenta destino es en " Moneda " y la que se cierra en " MonedaCierre ". Use un IBAN externo o una cuenta en la misma moneda."
                        MOVE 'N' TO SwCierrePosible
                    END-IF
            END-READ
        WHEN Destino-Externo
            MOVE 'E' TO TipoDestinoCierre
            DISPLAY "IBAN de destino: "
            ACCEPT IBANDestinoCierre
            IF IBANDestinoCierre = SPACES
                DISPLAY "Error: falta el IBAN de destino."
                MOVE 'N' TO SwCierrePosible
            END-IF
        WHEN OTHER
            DISPLAY "Error: destino no valido."
            MOVE 'N' TO SwCierrePosible
    END-EVALUATE.

*> ---------------------------------------------------------------
*> Adelanta el devengo de la noche (mismas reglas que
*> DevengoIntereses, incluidos los dias inhabiles anteriores) si
*> hoy aun no se le ha abonado interes ni cobrado comision de
*> mantenimiento a la cuenta
*> ---------------------------------------------------------------
LIQUIDAR-DEVENGO-PENDIENTE.
    IF NOT Cuenta-Activa
        EXIT PARAGRAPH
    END-IF

    MOVE 'N' TO SwDevengoHecho
    MOVE 'N' TO SwFinLecturaCierre
    OPEN INPUT ArchivoAuditoria
    PERFORM UNTIL SwFinLecturaCierre = 'S'
        READ ArchivoAuditoria
            AT END MOVE 'S' TO SwFinLecturaCierre
            NOT AT END
                IF Aud-Cuenta = CuentaCierre AND Aud-Fecha = FechaHoy
                    IF Aud-Operacion(1:15) = "INTERES ABONADO" OR Aud-Operacion(1:22) = "COMISION MANTENIMIENTO"
                        MOVE 'S' TO SwDevengoHecho
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArchivoAuditoria
    IF Devengo-Hecho
        EXIT PARAGRAPH
    END-IF

    PERFORM CARGAR-FESTIVOS
    PERFORM CONTAR-DIAS-DEVENGO
    MOVE 0 TO InteresCalculado
    EVALUATE TRUE
        WHEN Moneda = 'USD' AND Saldo >= UmbralInteresUSD
            COMPUTE InteresCalculado ROUNDED = Saldo * TasaInteresMensual * DiasDevengo
        WHEN Moneda NOT = 'USD' AND Saldo >= UmbralInteresEUR
            COMPUTE InteresCalculado ROUNDED = Saldo * TasaInteresMensual * DiasDevengo
        WHEN Saldo < UmbralMantenimiento AND Saldo >= CuotaMantenimiento
            PERFORM COBRAR-COMISION-CIERRE
            EXIT PARAGRAPH
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE
    IF InteresCalculado = 0
        EXIT PARAGRAPH
    END-IF

    ADD InteresCalculado TO Saldo
    REWRITE RegistroCuenta
        INVALID KEY PERFORM VALIDAR-ESTADO-ARCHIVO
    END-REWRITE
    IF Estado-OK
        PERFORM GENERAR-REFERENCIA
        MOVE CuentaCierre TO Aud-Cuenta
        MOVE "INTERES ABONADO" TO Aud-Operacion
        MOVE InteresCalculado TO Aud-Dinero
        MOVE MonedaCierre TO Aud-Moneda
        MOVE ZEROS TO Aud-CuentaRelacionada
        MOVE ContadorReferencia TO Aud-Referencia
        MOVE 0 TO Aud-DineroOriginal
        MOVE SPACES TO Aud-MonedaOriginal
        PERFORM REGISTRAR-AUDITORIA
        MOVE CuentaCierre TO Cuenta
        MOVE 'I' TO MovTipoOperacion
        MOVE InteresCalculado TO Cantidad
        PERFORM REGISTRAR-MOVIMIENTO-CIERRE
        MOVE InteresCalculado TO SaldoBonito
        DISPLAY "Intereses devengados hasta hoy: " SaldoBonito " " MonedaCierre "."
    END-IF.

*> ---------------------------------------------------------------
*> Cuenta los dias que devenga hoy: el propio dia mas cada dia
*> inhabil seguido hacia atras hasta el dia habil anterior
*> ---------------------------------------------------------------
CONTAR-DIAS-DEVENGO.
    MOVE 1 TO DiasDevengo
    COMPUTE EnteroVentana = FUNCTION INTEGER-OF-DATE(FechaHoy) - 1
    COMPUTE FechaComprobar = FUNCTION DATE-OF-INTEGER(EnteroVentana)
    PERFORM COMPROBAR-DIA-HABIL
    PERFORM UNTIL Dia-Habil OR DiasDevengo >= 31
        ADD 1 TO DiasDevengo
        SUBTRACT 1 FROM EnteroVentana
        COMPUTE FechaComprobar = FUNCTION DATE-OF-INTEGER(EnteroVentana)
        PERFORM COMPROBAR-DIA-HABIL
    END-PERFORM.

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

*> ---------------------------------------------------------------
*> Comision de mantenimiento del dia de cierre, igual que la cobra
*> DevengoIntereses a las cuentas de saldo bajo
*> ---------------------------------------------------------------
COBRAR-COMISION-CIERRE.
    SUBTRACT CuotaMantenimiento FROM Saldo
    REWRITE RegistroCuenta
        INVALID KEY PERFORM VALIDAR-ESTADO-ARCHIVO
    END-REWRITE
    IF Estado-OK
        PERFORM GENERAR-REFERENCIA
        MOVE CuentaCierre TO Aud-Cuenta
        MOVE "COMISION MANTENIMIENTO" TO Aud-Operacion
        MOVE CuotaMantenimiento TO Aud-Dinero
        MOVE MonedaCierre TO Aud-Moneda
        MOVE ZEROS TO Aud-CuentaRelacionada
        MOVE ContadorReferencia TO Aud-Referencia
        MOVE 0 TO Aud-DineroOriginal
        MOVE SPACES TO Aud-MonedaOriginal
        PERFORM REGISTRAR-AUDITORIA
        MOVE CuentaCierre TO Cuenta
        MOVE 'C' TO MovTipoOperacion
        MOVE CuotaMantenimiento TO Cantidad
        PERFORM REGISTRAR-MOVIMIENTO-CIERRE
        MOVE CuotaMantenimiento TO SaldoBonito
        DISPLAY "Comision de mantenimiento hasta hoy: " SaldoBonito " " MonedaCierre "."
    END-IF.

*> ---------------------------------------------------------------
*> Saca de la cuenta que se cierra un tramo del saldo (como mucho
*> lo que cabe en un movimiento) hacia el destino elegido, con los
*> mismos apuntes que una transferencia hecha en el cajero
*> ---------------------------------------------------------------
PAGAR-TRAMO-LIQUIDACION.
    IF PendienteLiquidar > MaximoTramo
        MOVE MaximoTramo TO TramoLiquidacion
    ELSE
        MOVE PendienteLiquidar TO TramoLiquidacion
    END-IF

    MOVE CuentaCierre TO IdCuenta
    READ ArchivoCuentas
    SUBTRACT TramoLiquidacion FROM Saldo
    REWRITE RegistroCuenta
        INVALID KEY PERFORM VALIDAR-ESTADO-ARCHIVO
    END-REWRITE
    IF NOT Estado-OK
        MOVE 'N' TO SwCierrePosible
        EXIT PARAGRAPH
    END-IF

    IF Destino-Interno
        MOVE CuentaDestinoCierre TO IdCuenta
        READ ArchivoCuentas
        ADD TramoLiquidacion TO Saldo
        REWRITE RegistroCuenta
            INVALID KEY PERFORM VALIDAR-ESTADO-ARCHIVO
        END-REWRITE
        IF NOT Estado-OK
            DISPLAY "Error: no se pudo acreditar la cuenta destino. Se revierte el tramo."
            MOVE CuentaCierre TO IdCuenta
            READ ArchivoCuentas
            ADD TramoLiquidacion TO Saldo
            REWRITE RegistroCuenta
                INVALID KEY PERFORM VALIDAR-ESTADO-ARCHIVO
            END-REWRITE
            MOVE 'N' TO SwCierrePosible
            EXIT PARAGRAPH
        END-IF

        PERFORM GENERAR-REFERENCIA
        MOVE CuentaDestinoCierre TO Aud-Cuenta
        MOVE "TRANSFERENCIA RECIBIDA" TO Aud-Operacion
        MOVE TramoLiquidacion TO Aud-Dinero
        MOVE MonedaCierre TO Aud-Moneda
        MOVE CuentaCierre TO Aud-CuentaRelacionada
        MOVE ContadorReferencia TO Aud-Referencia
        MOVE 0 TO Aud-DineroOriginal
        MOVE SPACES TO Aud-MonedaOriginal
        PERFORM REGISTRAR-AUDITORIA

        MOVE CuentaCierre TO Aud-Cuenta
        MOVE "TRANSFERENCIA ENVIADA" TO Aud-Operacion
        MOVE TramoLiquidacion TO Aud-Dinero
        MOVE MonedaCierre TO Aud-Moneda
        MOVE CuentaDestinoCierre TO Aud-CuentaRelacionada
        MOVE ContadorReferencia TO Aud-Referencia
        MOVE 0 TO Aud-DineroOriginal
        MOVE SPACES TO Aud-MonedaOriginal
        PERFORM REGISTRAR-AUDITORIA

        MOVE CuentaCierre TO Cuenta
        MOVE 'T' TO MovTipoOperacion
        MOVE TramoLiquidacion TO Cantidad
        PERFORM REGISTRAR-MOVIMIENTO-CIERRE
    ELSE
        PERFORM GENERAR-REFERENCIA
        MOVE CuentaCierre TO Aud-Cuenta
        MOVE "TRANSFERENCIA EXTERNA ENVIADA" TO Aud-Operacion
        MOVE TramoLiquidacion TO Aud-Dinero
        MOVE MonedaCierre TO Aud-Moneda
        MOVE ZEROS TO Aud-CuentaRelacionada
        MOVE ContadorReferencia TO Aud-Referencia
        MOVE 0 TO Aud-DineroOriginal
        MOVE SPACES TO Aud-MonedaOriginal
        PERFORM REGISTRAR-AUDITORIA

        MOVE CuentaCierre TO Cuenta
        MOVE 'X' TO MovTipoOperacion
        MOVE TramoLiquidacion TO Cantidad
        PERFORM REGISTRAR-MOVIMIENTO-CIERRE

        MOVE CuentaCierre TO IB-CuentaOrigen
        MOVE IBANDestinoCierre TO IB-CuentaExterna
        MOVE TramoLiquidacion TO IB-Importe
        MOVE MonedaCierre TO IB-Moneda
        MOVE FechaHoy TO IB-Fecha
        MOVE HoraActual TO IB-Hora
        MOVE ContadorReferencia TO IB-Referencia
        OPEN EXTEND ArchivoInterbancario
        WRITE RegistroInterbancario
        CLOSE ArchivoInterbancario
    END-IF

    ADD TramoLiquidacion TO ImporteLiquidado
    SUBTRACT TramoLiquidacion FROM PendienteLiquidar.

*> ---------------------------------------------------------------
*> Cancela las ordenes permanentes vigentes que pagan desde la
*> cuenta cerrada y tambien las que pagan HACIA ella: seguirian
*> abonando en una cuenta cerrada. Estas son de otros clientes, asi
*> que su baja queda en el historial de la cuenta ordenante y se
*> cuentan aparte para que el operador avise a sus ordenantes
*> ---------------------------------------------------------------
CANCELAR-ORDENES-CUENTA.
    MOVE 0 TO ContadorOrdenesCanceladas
    MOVE 0 TO ContadorOrdenesEntrantes
    MOVE 'N' TO SwFinLecturaCierre
    OPEN INPUT ArchivoOrdenes
    OPEN OUTPUT ArchivoOrdenesTrabajo
    PERFORM UNTIL SwFinLecturaCierre = 'S'
        READ ArchivoOrdenes
            AT END MOVE 'S' TO SwFinLecturaCierre
            NOT AT END
                PERFORM NORMALIZAR-ORDEN-ANTIGUA
                IF Ord-CuentaOrigen = CuentaCierre AND (Orden-Activa OR Orden-Suspendida)
                    MOVE 'C' TO Ord-Estado
                    ADD 1 TO ContadorOrdenesCanceladas
                    MOVE CuentaCierre TO Aud-Cuenta
                    MOVE SPACES TO Aud-Operacion
                    STRING "MANT ORDEN PERM BAJA  " Ord-IdOrden
                           DELIMITED BY SIZE INTO Aud-Operacion
                    MOVE Ord-Importe TO Aud-Dinero
                    MOVE MonedaCierre TO Aud-Moneda
                    MOVE OperadorActual TO Aud-CuentaRelacionada
                    MOVE 0 TO Aud-Referencia
                    MOVE 0 TO Aud-DineroOriginal
                    MOVE SPACES TO Aud-MonedaOriginal
                    PERFORM REGISTRAR-AUDITORIA
                END-IF
                IF Ord-CuentaDestino = CuentaCierre AND (Orden-Activa OR Orden-Suspendida)
                    MOVE 'C' TO Ord-Estado
                    ADD 1 TO ContadorOrdenesEntrantes
                    MOVE Ord-CuentaOrigen TO IdCuenta
                    MOVE SPACES TO Moneda
                    READ ArchivoCuentas
                        INVALID KEY
                            CONTINUE
                    END-READ
                    MOVE Ord-CuentaOrigen TO Aud-Cuenta
                    MOVE SPACES TO Aud-Operacion
                    STRING "MANT ORDEN PERM BAJA  " Ord-IdOrden
                           DELIMITED BY SIZE INTO Aud-Operacion
                    MOVE Ord-Importe TO Aud-Dinero
                    MOVE Moneda TO Aud-Moneda
                    MOVE OperadorActual TO Aud-CuentaRelacionada
                    MOVE 0 TO Aud-Referencia
                    MOVE 0 TO Aud-DineroOriginal
                    MOVE SPACES TO Aud-MonedaOriginal
                    PERFORM REGISTRAR-AUDITORIA
                END-IF
                MOVE RegistroOrden TO LineaOrdenTrabajo
                WRITE LineaOrdenTrabajo
        END-READ
    END-PERFORM
    CLOSE ArchivoOrdenes
          ArchivoOrdenesTrabajo

    IF ContadorOrdenesCanceladas = 0 AND ContadorOrdenesEntrantes = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO SwFinLecturaCierre
    OPEN OUTPUT ArchivoOrdenes
    OPEN INPUT ArchivoOrdenesTrabajo
    PERFORM UNTIL SwFinLecturaCierre = 'S'
        READ ArchivoOrdenesTrabajo
            AT END MOVE 'S' TO SwFinLecturaCierre
            NOT AT END
                MOVE LineaOrdenTrabajo TO RegistroOrden
                WRITE RegistroOrden
        END-READ
    END-PERFORM
    CLOSE ArchivoOrdenes
          ArchivoOrdenesTrabajo.

*> ---------------------------------------------------------------
*> Una linea del calendario anterior a las fechas de vigencia y al
*> numero de pagos solo trae los cinco campos originales: se le da
*> vigencia indefinida y estado activa (igual que en
*> MantenimientoOrdenes)
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
*> Da de baja en la agenda los beneficiarios internos que apuntan a
*> la cuenta cerrada y, si era la ultima cuenta abierta del
*> cliente, tambien la agenda entera de ese cliente
*> ---------------------------------------------------------------
CANCELAR-BENEFICIARIOS-CUENTA.
    MOVE 0 TO ContadorBenefBorrados
    PERFORM COMPROBAR-OTRAS-CUENTAS-CLIENTE

    MOVE 'N' TO SwFinBeneficiarios
    OPEN INPUT ArchivoBeneficiarios
    OPEN OUTPUT ArchivoBeneficiariosTrabajo
    PERFORM UNTIL SwFinBeneficiarios = 'S'
        READ ArchivoBeneficiarios
            AT END MOVE 'S' TO SwFinBeneficiarios
            NOT AT END
                MOVE 'N' TO SwBorrarBeneficiario
                IF Ben-Interno AND Ben-CuentaInterna = CuentaCierre
                    MOVE 'S' TO SwBorrarBeneficiario
                END-IF
                IF Ben-Cliente = ClienteCierre AND NOT Tiene-Otra-Cuenta
                    MOVE 'S' TO SwBorrarBeneficiario
                END-IF
                IF SwBorrarBeneficiario = 'S'
                    ADD 1 TO ContadorBenefBorrados
                    MOVE Ben-Cliente TO Aud-Cuenta
                    MOVE SPACES TO Aud-Operacion
                    STRING "MANT BAJA BENEF " Ben-Alias
                           DELIMITED BY SIZE INTO Aud-Operacion
                    MOVE 0 TO Aud-Dinero
                    MOVE SPACES TO Aud-Moneda
                    MOVE OperadorActual TO Aud-CuentaRelacionada
                    MOVE 0 TO Aud-Referencia
                    MOVE 0 TO Aud-DineroOriginal
                    MOVE SPACES TO Aud-MonedaOriginal
                    PERFORM REGISTRAR-AUDITORIA
                ELSE
                    MOVE RegistroBeneficiario TO LineaBeneficiarioTrabajo
                    WRITE LineaBeneficiarioTrabajo
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArchivoBeneficiarios
          ArchivoBeneficiariosTrabajo

    IF ContadorBenefBorrados = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO SwFinBeneficiarios
    OPEN OUTPUT ArchivoBeneficiarios
    OPEN INPUT ArchivoBeneficiariosTrabajo
    PERFORM UNTIL SwFinBeneficiarios = 'S'
        READ ArchivoBeneficiariosTrabajo
            AT END MOVE 'S' TO SwFinBeneficiarios
            NOT AT END
                MOVE LineaBeneficiarioTrabajo TO RegistroBeneficiario
                WRITE RegistroBeneficiario
        END-READ
    END-PERFORM
    CLOSE ArchivoBeneficiarios
          ArchivoBeneficiariosTrabajo.

*> ---------------------------------------------------------------
*> Recorre cuentas.dat buscando otra cuenta no cerrada del mismo
*> cliente. Las cuentas sin cliente (titular 0) comparten agenda,
*> asi que esa agenda nunca se borra entera.
*> ---------------------------------------------------------------
COMPROBAR-OTRAS-CUENTAS-CLIENTE.
    MOVE 'N' TO SwOtraCuentaAbierta
    IF ClienteCierre = 0
        MOVE 'S' TO SwOtraCuentaAbierta
        EXIT PARAGRAPH
    END-IF

    MOVE 'N' TO SwFinLecturaCierre
    MOVE 0 TO IdCuenta
    START ArchivoCuentas KEY IS >= IdCuenta
        INVALID KEY MOVE 'S' TO SwFinLecturaCierre
    END-START
    PERFORM UNTIL SwFinLecturaCierre = 'S' OR Tiene-Otra-Cuenta
        READ ArchivoCuentas NEXT
            AT END MOVE 'S' TO SwFinLecturaCierre
            NOT AT END
                IF ClienteTitular = ClienteCierre AND IdCuenta NOT = CuentaCierre AND NOT Cuenta-Cerrada
                    MOVE 'S' TO SwOtraCuentaAbierta
                END-IF
        END-READ
    END-PERFORM.

*> ---------------------------------------------------------------
*> Deja en la cola de avisos la carta de cierre para el cliente,
*> con el importe que se le liquido
*> ---------------------------------------------------------------
ENCOLAR-CARTA-CIERRE.
    IF ClienteCierre = 0
        DISPLAY "Aviso: la cuenta no tiene cliente en el maestro; la carta de cierre debe entregarse en mano."
        EXIT PARAGRAPH
    END-IF
    MOVE ClienteCierre TO Avi-Cliente
    MOVE CuentaCierre TO Avi-Cuenta
    MOVE "CC" TO Avi-Evento
    MOVE ImporteLiquidado TO Avi-Importe
    MOVE MonedaCierre TO Avi-Moneda
    MOVE FechaHoy TO Avi-Fecha
    MOVE 'P' TO Avi-Estado
    OPEN EXTEND ArchivoAvisos
    WRITE RegistroAviso
    CLOSE ArchivoAvisos.

*> ---------------------------------------------------------------
*> Anota en movimientos.txt un apunte de la liquidacion, ya
*> aplicado en cuentas.dat ('A'): ProcesadorBatch solo lo totaliza
*> ---------------------------------------------------------------
REGISTRAR-MOVIMIENTO-CIERRE.
    MOVE FechaHoy TO Mov-Fecha
    MOVE HoraActual TO Mov-Hora
    MOVE ContadorReferencia TO Mov-Referencia
    MOVE 'A' TO Mov-Origen
    MOVE MonedaCierre TO Mov-Moneda
    MOVE CodigoCanal TO Mov-Canal
    OPEN EXTEND ArchivoMovimientos
    WRITE RegistroMovimiento
    CLOSE ArchivoMovimientos.

*> ---------------------------------------------------------------
*> Genera el siguiente numero de referencia a partir del control
*> compartido con MotorCajero
*> ---------------------------------------------------------------
GENERAR-REFERENCIA.
    OPEN INPUT ArchivoReferencia
    READ ArchivoReferencia
        AT END MOVE 0 TO LineaReferencia
    END-READ
    CLOSE ArchivoReferencia
    ADD 1 TO LineaReferencia GIVING ContadorReferencia
    MOVE ContadorReferencia TO LineaReferencia
    OPEN OUTPUT ArchivoReferencia
    WRITE LineaReferencia
    CLOSE ArchivoReferencia.

*> ---------------------------------------------------------------
*> Desbloquea una cuenta bloqueada por exceso de intentos fallidos
*> de PIN, dejandola lista para operar de nuevo
*> ---------------------------------------------------------------
DESBLOQUEAR-CUENTA.
    DISPLAY "Numero de cuenta a desbloquear: "
    ACCEPT IdCuenta
    READ ArchivoCuentas
        INVALID KEY
            PERFORM VALIDAR-ESTADO-ARCHIVO
        NOT INVALID KEY
            IF Cuenta-Bloqueada
                MOVE 'A' TO EstadoCuenta
                MOVE 0 TO IntentosFallidos
                REWRITE RegistroCuenta
                    INVALID KEY PERFORM VALIDAR-ESTADO-ARCHIVO
                END-REWRITE
                MOVE IdCuenta TO Aud-Cuenta
                MOVE "MANT DESBLOQUEO CUENTA" TO Aud-Operacion
                MOVE 0 TO Aud-Dinero
                MOVE Moneda TO Aud-Moneda
                MOVE OperadorActual TO Aud-CuentaRelacionada
                MOVE 0 TO Aud-Referencia
                MOVE 0 TO Aud-DineroOriginal
                MOVE SPACES TO Aud-MonedaOriginal
                PERFORM REGISTRAR-AUDITORIA
                DISPLAY "Cuenta " IdCuenta " desbloqueada con exito."
            ELSE
                DISPLAY "La cuenta " IdCuenta " no esta bloqueada."
            END-IF
    END-READ.

*> ---------------------------------------------------------------
*> Desbloquea un terminal concreto tras superar el limite de
*> intentos con numeros de tarjeta inexistentes, dejandolo listo
*> para operar de nuevo
*> ---------------------------------------------------------------
DESBLOQUEAR-TERMINAL.
    DISPLAY "Identificador del terminal a desbloquear (Ej: AT01): "
    ACCEPT TerminalTeclado
    MOVE TerminalTeclado TO Term-Id
    READ ArchivoTerminales
        INVALID KEY
            DISPLAY "Error: el terminal " TerminalTeclado " no esta dado de alta."
        NOT INVALID KEY
            IF Term-Esta-Bloqueado
                MOVE 'N' TO Term-Bloqueado
                MOVE 0 TO Term-IntentosInvalidos
                REWRITE RegistroTerminal
                    INVALID KEY DISPLAY "Error: no se pudo actualizar el terminal " Term-Id "."
                END-REWRITE
                MOVE ZEROS TO Aud-Cuenta
                MOVE "MANT DESBLOQUEO TERMINAL" TO Aud-Operacion
                MOVE 0 TO Aud-Dinero
                MOVE SPACES TO Aud-Moneda
                MOVE OperadorActual TO Aud-CuentaRelacionada
                MOVE 0 TO Aud-Referencia
                MOVE 0 TO Aud-DineroOriginal
                MOVE SPACES TO Aud-MonedaOriginal
                PERFORM REGISTRAR-AUDITORIA
                DISPLAY "Terminal " Term-Id " desbloqueado con exito."
            ELSE
                DISPLAY "El terminal " Term-Id " no esta bloqueado."
            END-IF
    END-READ.

*> ---------------------------------------------------------------
*> Alta de un terminal nuevo en el maestro, con el cassette vacio
*> hasta su primera recarga de efectivo
*> ---------------------------------------------------------------
ALTA-TERMINAL.
    DISPLAY "Identificador del terminal (4 caracteres, Ej: AT02): "
    ACCEPT Term-Id
    DISPLAY "Ubicacion del terminal: "
    ACCEPT Term-Ubicacion
    MOVE 'N' TO Term-Bloqueado
    MOVE 0 TO Term-Num50
    MOVE 0 TO Term-Num20
    MOVE 0 TO Term-Num10
    MOVE 0 TO Term-Num5
    MOVE 0 TO Term-IntentosInvalidos

    WRITE RegistroTerminal
        INVALID KEY
            DISPLAY "Error: ya existe un terminal con ese identificador."
        NOT INVALID KEY
            MOVE ZEROS TO Aud-Cuenta
            MOVE "MANT ALTA TERMINAL" TO Aud-Operacion
            MOVE 0 TO Aud-Dinero
            MOVE SPACES TO Aud-Moneda
            MOVE OperadorActual TO Aud-CuentaRelacionada
            MOVE 0 TO Aud-Referencia
            MOVE 0 TO Aud-DineroOriginal
            MOVE SPACES TO Aud-MonedaOriginal
            PERFORM REGISTRAR-AUDITORIA
            DISPLAY "Terminal " Term-Id " dado de alta con exito."
    END-WRITE.

*> ---------------------------------------------------------------
*> Cambia el limite de descubierto autorizado de una cuenta
*> ---------------------------------------------------------------
MODIFICAR-SOBREGIRO.
    DISPLAY "Numero de cuenta a modificar: "
    ACCEPT IdCuenta
    READ ArchivoCuentas
        INVALID KEY
            PERFORM VALIDAR-ESTADO-ARCHIVO
        NOT INVALID KEY
            DISPLAY "Limite de descubierto actual: " LimiteSobregiro
            MOVE LimiteSobregiro TO Aud-DineroOriginal
            DISPLAY "Nuevo limite de descubierto (Ej: 0020000 para 200,00, 0 = sin descubierto): "
            ACCEPT LimiteSobregiro
    READ ArchivoCuentas
        INVALID KEY
            PERFORM VALIDAR-ESTADO-ARCHIVO
            EXIT PARAGRAPH
    END-READ

    *> Con intervinientes cada persona tiene su PIN: se restablece
    *> el de quien lo olvido y los demas siguen con el suyo
    PERFORM ABRIR-MAESTRO-TITULARES
    IF NOT Titulares-OK
        EXIT PARAGRAPH
    END-IF
    PERFORM COMPROBAR-CUENTA-CON-INTERVINIENTES
    IF Cuenta-Con-Intervinientes
        PERFORM RESTABLECER-PIN-INTERVINIENTE
        CLOSE ArchivoTitulares
        EXIT PARAGRAPH
    END-IF
    CLOSE ArchivoTitulares

    DISPLAY "PIN provisional a entregar al cliente (4 digitos): "
    ACCEPT PinNuevo
    MOVE PinNuevo TO CuentaPIN
    MOVE 'S' TO CambioPINPendiente
    MOVE 0 TO IntentosFallidos
    REWRITE RegistroCuenta
        INVALID KEY PERFORM VALIDAR-ESTADO-ARCHIVO
    END-REWRITE
    MOVE IdCuenta TO Aud-Cuenta
    MOVE "PIN RESTABLECIDO EN OFICINA" TO Aud-Operacion
    MOVE 0 TO Aud-Dinero
    MOVE Moneda TO Aud-Moneda
    MOVE OperadorActual TO Aud-CuentaRelacionada
    MOVE 0 TO Aud-Referencia
    MOVE 0 TO Aud-DineroOriginal
    MOVE SPACES TO Aud-MonedaOriginal
    PERFORM REGISTRAR-AUDITORIA
    DISPLAY "PIN de la cuenta " IdCuenta " restablecido; el cliente debera cambiarlo en su proxima sesion de cajero.".

*> ---------------------------------------------------------------
*> Registra la recarga de efectivo de un terminal concreto: suma
*> billetes al inventario de cada denominacion de SU cassette, sin
*> tocar lo que ya habia. Si PrevisionEfectivo planifico la visita
*> para hoy, basta con confirmar que se cargo lo pedido a la
*> transportadora; la visita queda marcada y no vale para otra
*> recarga.
*> ---------------------------------------------------------------
RECARGAR-CASSETTE.
    DISPLAY "Identificador del terminal a recargar (Ej: AT01): "
        NOT INVALID KEY
            DISPLAY "Inventario actual: " Term-Num50 " billetes de 50, " Term-Num20 " de 20, " Term-Num10 " de 10, " Term-Num5 " de 5."

            PERFORM BUSCAR-VISITA-PLANIFICADA
            MOVE 'N' TO DecisionVisita
            IF Visita-Hallada
                DISPLAY "Visita planificada el " DV-FechaVisita ": " DV-Num50 " billetes de 50, " DV-Num20 " de 20, " DV-Num10 " de 10, " DV-Num5 " de 5."
                DISPLAY "Se ha cargado exactamente lo pedido? (S/N): "
                ACCEPT DecisionVisita
            ELSE
                IF FechaVisitaOtroDia NOT = 0
                    DISPLAY "La visita planificada de este terminal es del " FechaVisitaOtroDia ", no de hoy: indique los billetes cargados."
                END-IF
            END-IF

            IF DecisionVisita = 'S' OR DecisionVisita = 's'
                ADD DV-Num50 TO Term-Num50
                ADD DV-Num20 TO Term-Num20
                ADD DV-Num10 TO Term-Num10
                ADD DV-Num5 TO Term-Num5
            ELSE
                DISPLAY "Billetes de 50 a anadir: "
                ACCEPT RecargaNotas
                ADD RecargaNotas TO Term-Num50
                DISPLAY "Billetes de 20 a anadir: "
                ACCEPT RecargaNotas
                ADD RecargaNotas TO Term-Num20
                DISPLAY "Billetes de 10 a anadir: "
                ACCEPT RecargaNotas
                ADD RecargaNotas TO Term-Num10
                DISPLAY "Billetes de 5 a anadir: "
                ACCEPT RecargaNotas
                ADD RecargaNotas TO Term-Num5
            END-IF

            REWRITE RegistroTerminal
                INVALID KEY DISPLAY "Error: no se pudo actualizar el terminal " Term-Id "."
            END-REWRITE
            IF DecisionVisita = 'S' OR DecisionVisita = 's'
                PERFORM MARCAR-VISITA-CARGADA
            END-IF

            MOVE ZEROS TO Aud-Cuenta
            MOVE "MANT RECARGA CASSETTE" TO Aud-Operacion
            DISPLAY "Recarga registrada. Inventario nuevo: " Term-Num50 " billetes de 50, " Term-Num20 " de 20, " Term-Num10 " de 10, " Term-Num5 " de 5."
    END-READ.

*> ---------------------------------------------------------------
*> Busca en la ultima planificacion de PrevisionEfectivo la visita
*> de hoy, aun sin cargar, del terminal que se esta recargando y
*> copia sus billetes a DatosVisita. Si solo la hay de otro dia,
*> deja su fecha en FechaVisitaOtroDia
*> ---------------------------------------------------------------
BUSCAR-VISITA-PLANIFICADA.
    MOVE 'N' TO SwVisitaHallada
    MOVE 0 TO FechaVisitaOtroDia
    MOVE 'N' TO SwFinVisitas
    OPEN INPUT ArchivoVisitas
    PERFORM UNTIL SwFinVisitas = 'S' OR Visita-Hallada
        READ ArchivoVisitas
            AT END MOVE 'S' TO SwFinVisitas
            NOT AT END
                IF Vis-Terminal = Term-Id AND NOT Visita-Cargada
                    IF Vis-FechaVisita = FechaHoy
                        MOVE 'S' TO SwVisitaHallada
                        MOVE Vis-FechaVisita TO DV-FechaVisita
                        MOVE Vis-Num50 TO DV-Num50
                        MOVE Vis-Num20 TO DV-Num20
                        MOVE Vis-Num10 TO DV-Num10
                        MOVE Vis-Num5 TO DV-Num5
                    ELSE
                        MOVE Vis-FechaVisita TO FechaVisitaOtroDia
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArchivoVisitas.

*> ---------------------------------------------------------------
*> Marca como cargada la visita de hoy del terminal recargado,
*> regrabando visitas_planificadas.txt desde el fichero de trabajo
*> ---------------------------------------------------------------
MARCAR-VISITA-CARGADA.
    MOVE 'N' TO SwVisitaMarcada
    MOVE 'N' TO SwFinVisitas
    OPEN INPUT ArchivoVisitas
    OPEN OUTPUT ArchivoVisitasTrabajo
    PERFORM UNTIL SwFinVisitas = 'S'
        READ ArchivoVisitas
            AT END MOVE 'S' TO SwFinVisitas
            NOT AT END
                IF Vis-Terminal = Term-Id AND Vis-FechaVisita = FechaHoy
                   AND NOT Visita-Cargada AND NOT Visita-Marcada
                    MOVE 'C' TO Vis-Estado
                    MOVE 'S' TO SwVisitaMarcada
                END-IF
                MOVE RegistroVisita TO LineaVisitaTrabajo
                WRITE LineaVisitaTrabajo
        END-READ
    END-PERFORM
    CLOSE ArchivoVisitas
          ArchivoVisitasTrabajo

    IF NOT Visita-Marcada
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO SwFinVisitas
    OPEN OUTPUT ArchivoVisitas
    OPEN INPUT ArchivoVisitasTrabajo
    PERFORM UNTIL SwFinVisitas = 'S'
        READ ArchivoVisitasTrabajo
            AT END MOVE 'S' TO SwFinVisitas
            NOT AT END
                MOVE LineaVisitaTrabajo TO RegistroVisita
                WRITE RegistroVisita
        END-READ
    END-PERFORM
    CLOSE ArchivoVisitas
          ArchivoVisitasTrabajo.

*> ---------------------------------------------------------------
*> Alta de un cliente nuevo en el maestro de clientes
*> ---------------------------------------------------------------

*> ---------------------------------------------------------------
*> Vincula una cuenta ya existente a un cliente del maestro, para
*> que aparezca en su extracto familiar consolidado; en
*> titulares.dat el cliente nuevo pasa a ser el titular y el
*> anterior, si lo habia, deja de intervenir en la cuenta
*> ---------------------------------------------------------------
VINCULAR-CUENTA-CLIENTE.
    DISPLAY "Numero de cuenta a vincular: "
        INVALID KEY
            PERFORM VALIDAR-ESTADO-ARCHIVO
        NOT INVALID KEY
            MOVE ClienteTitular TO ClienteAnterior
            DISPLAY "IdCliente al que vincular esta cuenta: "
            ACCEPT ClienteTitular
            MOVE ClienteTitular TO IdCliente
                    MOVE SPACES TO Aud-MonedaOriginal
                    PERFORM REGISTRAR-AUDITORIA
                    DISPLAY "Cuenta " IdCuenta " vinculada al cliente " ClienteTitular "."
                    PERFORM ABRIR-MAESTRO-TITULARES
                    IF Titulares-OK
                        PERFORM RETIRAR-TITULAR-ANTERIOR
                        PERFORM ASEGURAR-TITULAR-PRINCIPAL
                        CLOSE ArchivoTitulares
                    END-IF
            END-READ
    END-READ.

*> ---------------------------------------------------------------
*> Da de baja en titulares.dat al titular anterior de la cuenta que
*> se acaba de vincular a otro cliente
*> ---------------------------------------------------------------
RETIRAR-TITULAR-ANTERIOR.
    IF ClienteAnterior = 0 OR ClienteAnterior = ClienteTitular
        EXIT PARAGRAPH
    END-IF
    MOVE IdCuenta TO Tit-Cuenta
    MOVE ClienteAnterior TO Tit-Cliente
    READ ArchivoTitulares
        INVALID KEY
            EXIT PARAGRAPH
    END-READ
    IF Rol-Titular AND NOT Interviniente-Baja
        MOVE 'X' TO Tit-Estado
        REWRITE RegistroTitular
            INVALID KEY
                DISPLAY "Error inesperado en el fichero de intervinientes. Codigo: " EstadoTitulares
        END-REWRITE
        DISPLAY "El cliente " ClienteAnterior " deja de ser titular de la cuenta " IdCuenta "."
    END-IF.

*> ---------------------------------------------------------------
*> Garantiza que el ClienteTitular de la cuenta en curso figura en
*> titulares.dat como titular activo. Una cuenta de antes de este
*> fichero entra en el con el PIN de la cuenta, para que su titular
*> no note nada en el cajero; un cotitular que pasa a titular
*> conserva el PIN que ya tenia
*> ---------------------------------------------------------------
ASEGURAR-TITULAR-PRINCIPAL.
    MOVE IdCuenta TO Tit-Cuenta
    MOVE ClienteTitular TO Tit-Cliente
    READ ArchivoTitulares
        INVALID KEY
            MOVE IdCuenta TO Tit-Cuenta
            MOVE ClienteTitular TO Tit-Cliente
            MOVE 'T' TO Tit-Rol
            MOVE CuentaPIN TO Tit-PIN
            MOVE IntentosFallidos TO Tit-IntentosFallidos
            MOVE CambioPINPendiente TO Tit-CambioPINPendiente
            MOVE 0 TO Tit-LimiteDiario
            MOVE 'A' TO Tit-Estado
            MOVE FechaHoy TO Tit-FechaAlta
            MOVE OperadorActual TO Tit-Operador
            WRITE RegistroTitular
                INVALID KEY
                    DISPLAY "Error inesperado en el fichero de intervinientes. Codigo: " EstadoTitulares
            END-WRITE
        NOT INVALID KEY
            IF NOT Rol-Titular OR Interviniente-Baja
                MOVE 'T' TO Tit-Rol
                MOVE 0 TO Tit-LimiteDiario
                MOVE 'A' TO Tit-Estado
                REWRITE RegistroTitular
                    INVALID KEY
                        DISPLAY "Error inesperado en el fichero de intervinientes. Codigo: " EstadoTitulares
                END-REWRITE
            END-IF
    END-READ.

*> ---------------------------------------------------------------
*> Pide identificador y clave de operador contra el maestro, con
*> tres intentos como mucho; el nivel del operador decide que
    WRITE RegistroAuditoria
    CLOSE ArchivoAuditoria.

*> ---------------------------------------------------------------
*> Abre el maestro de tarjetas; la primera vez que se emite una
*> tarjeta el archivo aun no existe y se crea vacio (solo en ese
*> caso, como con el maestro de terminales)
*> ---------------------------------------------------------------
ABRIR-MAESTRO-TARJETAS.
    OPEN I-O ArchivoTarjetas
    IF Tarjetas-ArchivoNoExiste
        OPEN OUTPUT ArchivoTarjetas
        CLOSE ArchivoTarjetas
        OPEN I-O ArchivoTarjetas
    END-IF
    IF NOT Tarjetas-OK
        DISPLAY "Error: el maestro de tarjetas no esta disponible. Codigo: " EstadoTarjetas
    END-IF.

*> ---------------------------------------------------------------
*> Emite una tarjeta nueva para un cliente del maestro, asociada a
*> una o varias de sus cuentas abiertas
*> ---------------------------------------------------------------
EMITIR-TARJETA.
    PERFORM ABRIR-MAESTRO-TARJETAS
    IF NOT Tarjetas-OK
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Numero de la tarjeta nueva (16 digitos): "
    ACCEPT TarjetaNueva
    DISPLAY "Cliente titular de la tarjeta: "
    ACCEPT ClienteTarjeta
    MOVE ClienteTarjeta TO IdCliente
    READ ArchivoClientes
        INVALID KEY
            PERFORM VALIDAR-ESTADO-CLIENTES
            CLOSE ArchivoTarjetas
            EXIT PARAGRAPH
    END-READ

    PERFORM PEDIR-CUENTAS-TARJETA
    IF Tar-NumCuentas = 0
        DISPLAY "Error: la tarjeta debe operar al menos una cuenta. No se emite."
        CLOSE ArchivoTarjetas
        EXIT PARAGRAPH
    END-IF

    MOVE TarjetaNueva TO Tar-Numero
    MOVE ClienteTarjeta TO Tar-Cliente
    PERFORM GRABAR-TARJETA-NUEVA
    IF Tarjetas-OK
        MOVE "MANT ALTA TARJETA" TO TextoTarjeta
        PERFORM AUDITAR-TARJETA
        DISPLAY "Tarjeta emitida con exito para el cliente " ClienteTarjeta ", caduca a final de " Tar-Caducidad " (AAAAMM)."
    END-IF
    CLOSE ArchivoTarjetas.

*> ---------------------------------------------------------------
*> Pide las cuentas que operara la tarjeta (hasta cuatro); solo se
*> admiten cuentas abiertas del propio cliente titular o en las
*> que interviene como cotitular o autorizado
*> ---------------------------------------------------------------
PEDIR-CUENTAS-TARJETA.
    MOVE 0 TO Tar-NumCuentas
    MOVE 1 TO IndiceCuentaTarjeta
    PERFORM UNTIL IndiceCuentaTarjeta > 4
        MOVE 0 TO Tar-Cuenta(IndiceCuentaTarjeta)
        ADD 1 TO IndiceCuentaTarjeta
    END-PERFORM

    MOVE 1 TO CuentaTarjeta
    PERFORM UNTIL Tar-NumCuentas = 4 OR CuentaTarjeta = 0
        DISPLAY "Cuenta que operara la tarjeta (0 = no hay mas): "
        ACCEPT CuentaTarjeta
        IF CuentaTarjeta NOT = 0
            PERFORM ANADIR-CUENTA-TARJETA
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> Valida una cuenta tecleada y la anade a las de la tarjeta
*> ---------------------------------------------------------------
ANADIR-CUENTA-TARJETA.
    MOVE CuentaTarjeta TO IdCuenta
    READ ArchivoCuentas
        INVALID KEY
            PERFORM VALIDAR-ESTADO-ARCHIVO
            EXIT PARAGRAPH
    END-READ
    IF Cuenta-Cerrada
        DISPLAY "Error: la cuenta " IdCuenta " esta cerrada."
        EXIT PARAGRAPH
    END-IF
    IF ClienteTitular NOT = ClienteTarjeta
        PERFORM COMPROBAR-INTERVINIENTE-TARJETA
        IF NOT Interviniente-De-La-Cuenta
            DISPLAY "Error: el cliente " ClienteTarjeta " no es titular, cotitular ni autorizado de la cuenta " IdCuenta "."
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE 'N' TO SwCuentaRepetida
    MOVE 1 TO IndiceCuentaTarjeta
    PERFORM UNTIL IndiceCuentaTarjeta > Tar-NumCuentas
        IF Tar-Cuenta(IndiceCuentaTarjeta) = CuentaTarjeta
            MOVE 'S' TO SwCuentaRepetida
        END-IF
        ADD 1 TO IndiceCuentaTarjeta
    END-PERFORM
    IF Cuenta-Repetida
        DISPLAY "La cuenta " IdCuenta " ya esta asociada a la tarjeta."
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO Tar-NumCuentas
    MOVE CuentaTarjeta TO Tar-Cuenta(Tar-NumCuentas)
    DISPLAY "Cuenta " IdCuenta " (" Moneda ") asociada a la tarjeta.".

*> ---------------------------------------------------------------
*> Una tarjeta tambien puede operar una cuenta de la que su cliente
*> no es el ClienteTitular, si interviene en ella como cotitular o
*> autorizado y no esta dado de baja
*> ---------------------------------------------------------------
COMPROBAR-INTERVINIENTE-TARJETA.
    MOVE 'N' TO SwIntervinienteTarjeta
    OPEN INPUT ArchivoTitulares
    IF NOT Titulares-OK
        EXIT PARAGRAPH
    END-IF
    MOVE IdCuenta TO Tit-Cuenta
    MOVE ClienteTarjeta TO Tit-Cliente
    READ ArchivoTitulares
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF NOT Interviniente-Baja
                MOVE 'S' TO SwIntervinienteTarjeta
            END-IF
    END-READ
    CLOSE ArchivoTitulares.

*> ---------------------------------------------------------------
*> Graba en el maestro la tarjeta ya rellenada con su numero, su
*> cliente y sus cuentas: activa, emitida hoy y con caducidad a
*> AniosVigenciaTarjeta anos vista
*> ---------------------------------------------------------------
GRABAR-TARJETA-NUEVA.
    DIVIDE FechaHoy BY 100 GIVING MesActual
    COMPUTE Tar-Caducidad = MesActual + AniosVigenciaTarjeta * 100
    MOVE 'A' TO Tar-Estado
    MOVE FechaHoy TO Tar-FechaEmision
    MOVE 0 TO Tar-Sustituta
    WRITE RegistroTarjeta
        INVALID KEY
            IF Tarjetas-ClaveDuplicada
                DISPLAY "Error: ya existe una tarjeta con ese numero."
            ELSE
                DISPLAY "Error inesperado en el maestro de tarjetas. Codigo: " EstadoTarjetas
            END-IF
    END-WRITE.

*> ---------------------------------------------------------------
*> Pone una tarjeta en lista negra por perdida o robo: el primer
*> cajero en el que se introduzca la retendra
*> ---------------------------------------------------------------
BLOQUEAR-TARJETA.
    PERFORM ABRIR-MAESTRO-TARJETAS
    IF NOT Tarjetas-OK
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Numero de la tarjeta a bloquear: "
    ACCEPT TarjetaTeclado
    MOVE TarjetaTeclado TO Tar-Numero
    READ ArchivoTarjetas
        INVALID KEY
            DISPLAY "Error: la tarjeta no existe."
            CLOSE ArchivoTarjetas
            EXIT PARAGRAPH
    END-READ

    EVALUATE TRUE
        WHEN Tarjeta-En-Lista-Negra
            DISPLAY "La tarjeta ya esta bloqueada como perdida o robada."
        WHEN Tarjeta-Retenida
            DISPLAY "La tarjeta ya esta retenida en un cajero: recojala del terminal."
        WHEN OTHER
            DISPLAY "Motivo del bloqueo (P = perdida / R = robada): "
            ACCEPT MotivoTarjeta
            EVALUATE MotivoTarjeta
                WHEN 'P'
                WHEN 'p'
                    MOVE 'P' TO Tar-Estado
                    MOVE "MANT TARJETA PERDIDA" TO TextoTarjeta
                WHEN 'R'
                WHEN 'r'
                    MOVE 'R' TO Tar-Estado
                    MOVE "MANT TARJETA ROBADA" TO TextoTarjeta
                WHEN OTHER
                    DISPLAY "Motivo no valido. La tarjeta no se bloquea."
                    CLOSE ArchivoTarjetas
                    EXIT PARAGRAPH
            END-EVALUATE
            REWRITE RegistroTarjeta
                INVALID KEY DISPLAY "Error: no se pudo actualizar la tarjeta. Codigo: " EstadoTarjetas
            END-REWRITE
            IF Tarjetas-OK
                PERFORM AUDITAR-TARJETA
                DISPLAY "Tarjeta bloqueada con exito. Para darle otra al cliente use la opcion 17."
            END-IF
    END-EVALUATE
    CLOSE ArchivoTarjetas.

*> ---------------------------------------------------------------
*> Sustituye una tarjeta por otra nueva con el mismo cliente y las
*> mismas cuentas. Una tarjeta en lista negra o retenida conserva
*> su estado para que los cajeros la sigan reteniendo; una activa
*> o caducada queda como sustituida
*> ---------------------------------------------------------------
SUSTITUIR-TARJETA.
    PERFORM ABRIR-MAESTRO-TARJETAS
    IF NOT Tarjetas-OK
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Numero de la tarjeta a sustituir: "
    ACCEPT TarjetaTeclado
    MOVE TarjetaTeclado TO Tar-Numero
    READ ArchivoTarjetas
        INVALID KEY
            DISPLAY "Error: la tarjeta no existe."
            CLOSE ArchivoTarjetas
            EXIT PARAGRAPH
    END-READ
    IF Tarjeta-Sustituida
        DISPLAY "La tarjeta ya fue sustituida por la " Tar-Sustituta "."
        CLOSE ArchivoTarjetas
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Numero de la tarjeta nueva (16 digitos): "
    ACCEPT TarjetaNueva
    IF TarjetaNueva = TarjetaTeclado
        DISPLAY "Error: la tarjeta nueva no puede tener el mismo numero."
        CLOSE ArchivoTarjetas
        EXIT PARAGRAPH
    END-IF

    MOVE TarjetaNueva TO Tar-Numero
    PERFORM GRABAR-TARJETA-NUEVA
    IF NOT Tarjetas-OK
        CLOSE ArchivoTarjetas
        EXIT PARAGRAPH
    END-IF
    MOVE "MANT ALTA TARJETA" TO TextoTarjeta
    PERFORM AUDITAR-TARJETA

    MOVE TarjetaTeclado TO Tar-Numero
    READ ArchivoTarjetas
    IF Tarjeta-Activa OR Tarjeta-Caducada
        MOVE 'S' TO Tar-Estado
    END-IF
    MOVE TarjetaNueva TO Tar-Sustituta
    REWRITE RegistroTarjeta
        INVALID KEY DISPLAY "Error: no se pudo actualizar la tarjeta antigua. Codigo: " EstadoTarjetas
    END-REWRITE
    MOVE "MANT SUSTIT TARJETA" TO TextoTarjeta
    PERFORM AUDITAR-TARJETA
    DISPLAY "Tarjeta sustituida con exito. La nueva opera las mismas " Tar-NumCuentas " cuenta(s)."
    CLOSE ArchivoTarjetas.

*> ---------------------------------------------------------------
*> Rastro en historial.txt de una actuacion sobre una tarjeta,
*> contra su primera cuenta; del numero de tarjeta solo quedan
*> escritos los cuatro ultimos digitos
*> ---------------------------------------------------------------
AUDITAR-TARJETA.
    MOVE Tar-Cuenta(1) TO Aud-Cuenta
    MOVE SPACES TO Aud-Operacion
    STRING TextoTarjeta DELIMITED BY "  "
           " *" Tar-Numero(13:4) DELIMITED BY SIZE
           INTO Aud-Operacion
    MOVE 0 TO Aud-Dinero
    MOVE SPACES TO Aud-Moneda
    MOVE OperadorActual TO Aud-CuentaRelacionada
    MOVE 0 TO Aud-Referencia
    MOVE 0 TO Aud-DineroOriginal
    MOVE SPACES TO Aud-MonedaOriginal
    PERFORM REGISTRAR-AUDITORIA.

*> ---------------------------------------------------------------
*> Lista las tarjetas que un terminal tiene retenidas y, cuando el
*> operador confirma que las ha sacado del cajero, las da por
*> recogidas en tarjetas_retenidas.txt
*> ---------------------------------------------------------------
RECOGER-TARJETAS-RETENIDAS.
    DISPLAY "Identificador del terminal (Ej: AT01): "
    ACCEPT TerminalTeclado
    MOVE 0 TO ContadorRetenidas
    MOVE 'N' TO SwFinRetenidas
    OPEN INPUT ArchivoRetenidas
    PERFORM UNTIL SwFinRetenidas = 'S'
        READ ArchivoRetenidas
            AT END MOVE 'S' TO SwFinRetenidas
            NOT AT END
                IF Rtn-Terminal = TerminalTeclado AND Retenida-Pendiente
                    ADD 1 TO ContadorRetenidas
                    DISPLAY "Tarjeta *" Rtn-Tarjeta(13:4) " de la cuenta " Rtn-Cuenta " retenida el " Rtn-Fecha " a las " Rtn-Hora " (estado previo " Rtn-Motivo ")"
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArchivoRetenidas
    IF ContadorRetenidas = 0
        DISPLAY "El terminal " TerminalTeclado " no tiene tarjetas retenidas pendientes de recoger."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Ha sacado del terminal estas " ContadorRetenidas " tarjeta(s)? (S/N): "
    ACCEPT DecisionRecogida
    IF DecisionRecogida NOT = 'S' AND DecisionRecogida NOT = 's'
        DISPLAY "Recogida no registrada."
        EXIT PARAGRAPH
    END-IF

    MOVE 'N' TO SwFinRetenidas
    OPEN INPUT ArchivoRetenidas
    OPEN OUTPUT ArchivoRetenidasTrabajo
    PERFORM UNTIL SwFinRetenidas = 'S'
        READ ArchivoRetenidas
            AT END MOVE 'S' TO SwFinRetenidas
            NOT AT END
                IF Rtn-Terminal = TerminalTeclado AND Retenida-Pendiente
                    MOVE 'R' TO Rtn-Estado
                    MOVE Rtn-Cuenta TO Aud-Cuenta
                    MOVE SPACES TO Aud-Operacion
                    STRING "MANT TARJETA RECOGIDA *" Rtn-Tarjeta(13:4)
                           DELIMITED BY SIZE INTO Aud-Operacion
                    MOVE 0 TO Aud-Dinero
                    MOVE SPACES TO Aud-Moneda
                    MOVE OperadorActual TO Aud-CuentaRelacionada
                    MOVE 0 TO Aud-Referencia
                    MOVE 0 TO Aud-DineroOriginal
                    MOVE SPACES TO Aud-MonedaOriginal
                    PERFORM REGISTRAR-AUDITORIA
                END-IF
                MOVE RegistroRetenida TO LineaRetenidaTrabajo
                WRITE LineaRetenidaTrabajo
        END-READ
    END-PERFORM
    CLOSE ArchivoRetenidas
          ArchivoRetenidasTrabajo

    MOVE 'N' TO SwFinRetenidas
    OPEN OUTPUT ArchivoRetenidas
    OPEN INPUT ArchivoRetenidasTrabajo
    PERFORM UNTIL SwFinRetenidas = 'S'
        READ ArchivoRetenidasTrabajo
            AT END MOVE 'S' TO SwFinRetenidas
            NOT AT END
                MOVE LineaRetenidaTrabajo TO RegistroRetenida
                WRITE RegistroRetenida
        END-READ
    END-PERFORM
    CLOSE ArchivoRetenidas
          ArchivoRetenidasTrabajo
    DISPLAY ContadorRetenidas " tarjeta(s) del terminal " TerminalTeclado " registradas como recogidas.".

*> ---------------------------------------------------------------
*> Anade un dia al calendario de festivos bancarios. Los sabados y
*> domingos no hace falta darlos de alta: nunca son habiles. Un
*> festivo cambia el dia en que salen ordenes permanentes, lotes al
*> corresponsal y devengos, asi que solo lo hace un supervisor
*> ---------------------------------------------------------------
ALTA-FESTIVO.
    DISPLAY "Festivos del calendario a partir de hoy:"
    MOVE 'N' TO SwFinFestivos
    OPEN INPUT ArchivoFestivos
    PERFORM UNTIL SwFinFestivos = 'S'
        READ ArchivoFestivos
            AT END MOVE 'S' TO SwFinFestivos
            NOT AT END
                IF Fes-Fecha >= FechaHoy
                    DISPLAY "  " Fes-Fecha " " Fes-Descripcion
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArchivoFestivos

    DISPLAY "Fecha del festivo nuevo (AAAAMMDD): "
    ACCEPT FechaFestivo
    IF FestivoMes < 1 OR FestivoMes > 12 OR FestivoDia < 1 OR FestivoDia > 31
        DISPLAY "Error: fecha no valida."
        EXIT PARAGRAPH
    END-IF
    IF FechaFestivo < FechaHoy
        DISPLAY "Error: el festivo ya ha pasado."
        EXIT PARAGRAPH
    END-IF

    MOVE 'N' TO SwFestivoRepetido
    MOVE 'N' TO SwFinFestivos
    OPEN INPUT ArchivoFestivos
    PERFORM UNTIL SwFinFestivos = 'S'
        READ ArchivoFestivos
            AT END MOVE 'S' TO SwFinFestivos
            NOT AT END
                IF Fes-Fecha = FechaFestivo
                    MOVE 'S' TO SwFestivoRepetido
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArchivoFestivos
    IF Festivo-Repetido
        DISPLAY "El " FechaFestivo " ya esta en el calendario."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Descripcion del festivo: "
    ACCEPT DescripcionFestivo
    MOVE FechaFestivo TO Fes-Fecha
    MOVE DescripcionFestivo TO Fes-Descripcion
    OPEN EXTEND ArchivoFestivos
    WRITE RegistroFestivo
    CLOSE ArchivoFestivos

    MOVE ZEROS TO Aud-Cuenta
    MOVE SPACES TO Aud-Operacion
    STRING "MANT ALTA FESTIVO " FechaFestivo
           DELIMITED BY SIZE INTO Aud-Operacion
    MOVE 0 TO Aud-Dinero
    MOVE SPACES TO Aud-Moneda
    MOVE OperadorActual TO Aud-CuentaRelacionada
    MOVE 0 TO Aud-Referencia
    MOVE 0 TO Aud-DineroOriginal
    MOVE SPACES TO Aud-MonedaOriginal
    PERFORM REGISTRAR-AUDITORIA
    DISPLAY "Festivo " FechaFestivo " anadido al calendario.".

*> ---------------------------------------------------------------
*> Abre el fichero de intervinientes; la primera vez no existe y
*> se crea vacio (solo en ese caso, como el maestro de tarjetas)
*> ---------------------------------------------------------------
ABRIR-MAESTRO-TITULARES.
    OPEN I-O ArchivoTitulares
    IF Titulares-ArchivoNoExiste
        OPEN OUTPUT ArchivoTitulares
        CLOSE ArchivoTitulares
        OPEN I-O ArchivoTitulares
    END-IF
    IF NOT Titulares-OK
        DISPLAY "Error: el fichero de intervinientes no esta disponible. Codigo: " EstadoTitulares
    END-IF.

*> ---------------------------------------------------------------
*> Mira si la cuenta en curso tiene alguna fila en titulares.dat:
*> sin ninguna, la cuenta sigue con su PIN unico de siempre
*> ---------------------------------------------------------------
COMPROBAR-CUENTA-CON-INTERVINIENTES.
    MOVE 'N' TO SwCuentaConIntervinientes
    MOVE IdCuenta TO Tit-Cuenta
    MOVE 0 TO Tit-Cliente
    START ArchivoTitulares KEY IS NOT LESS THAN Tit-Clave
        INVALID KEY
            EXIT PARAGRAPH
    END-START
    READ ArchivoTitulares NEXT RECORD
        AT END
            EXIT PARAGRAPH
    END-READ
    IF Tit-Cuenta = IdCuenta
        MOVE 'S' TO SwCuentaConIntervinientes
    END-IF.

*> ---------------------------------------------------------------
*> Restablece el PIN de un interviniente concreto de la cuenta:
*> PIN provisional, cambio obligatorio en su proxima sesion de
*> cajero, contador a cero y, si sus fallos lo habian bloqueado,
*> desbloqueado
*> ---------------------------------------------------------------
RESTABLECER-PIN-INTERVINIENTE.
    DISPLAY "IdCliente del interviniente que olvido el PIN: "
    ACCEPT ClienteInterviniente
    MOVE IdCuenta TO Tit-Cuenta
    MOVE ClienteInterviniente TO Tit-Cliente
    READ ArchivoTitulares
        INVALID KEY
            DISPLAY "Error: el cliente " ClienteInterviniente " no interviene en la cuenta " IdCuenta "."
            EXIT PARAGRAPH
    END-READ
    IF Interviniente-Baja
        DISPLAY "Error: el cliente " ClienteInterviniente " esta dado de baja en la cuenta " IdCuenta "."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "PIN provisional a entregar al cliente (4 digitos): "
    ACCEPT PinNuevo
    MOVE PinNuevo TO Tit-PIN
    MOVE 'S' TO Tit-CambioPINPendiente
    MOVE 0 TO Tit-IntentosFallidos
    MOVE 'A' TO Tit-Estado
    REWRITE RegistroTitular
        INVALID KEY
            DISPLAY "Error inesperado en el fichero de intervinientes. Codigo: " EstadoTitulares
            EXIT PARAGRAPH
    END-REWRITE
    MOVE "PIN RESTABLECIDO EN OFICINA" TO Aud-Operacion
    PERFORM AUDITAR-INTERVINIENTE
    DISPLAY "PIN del cliente " ClienteInterviniente " en la cuenta " IdCuenta " restablecido; debera cambiarlo en su proxima sesion de cajero.".

*> ---------------------------------------------------------------
*> Anade a una cuenta un cotitular o un autorizado del maestro de
*> clientes, con su propio PIN provisional y, si se quiere, un tope
*> de retirada diario propio (0 = el de su rol). Si la persona ya
*> interviene en la cuenta se le cambian el rol y el tope, y si
*> estaba dada de baja vuelve con un PIN provisional nuevo
*> ---------------------------------------------------------------
ALTA-INTERVINIENTE.
    DISPLAY "Numero de cuenta: "
    ACCEPT IdCuenta
    READ ArchivoCuentas
        INVALID KEY
            PERFORM VALIDAR-ESTADO-ARCHIVO
            EXIT PARAGRAPH
    END-READ
    IF Cuenta-Cerrada
        DISPLAY "Error: la cuenta " IdCuenta " esta cerrada."
        EXIT PARAGRAPH
    END-IF
    IF ClienteTitular = 0
        DISPLAY "Error: la cuenta no tiene titular; vinculela antes a un cliente (opcion 07)."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "IdCliente del cotitular o autorizado: "
    ACCEPT ClienteInterviniente
    IF ClienteInterviniente = ClienteTitular
        DISPLAY "Error: ese cliente ya es el titular de la cuenta."
        EXIT PARAGRAPH
    END-IF
    MOVE ClienteInterviniente TO IdCliente
    READ ArchivoClientes
        INVALID KEY
            PERFORM VALIDAR-ESTADO-CLIENTES
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Rol en la cuenta (C=Cotitular, A=Autorizado): "
    ACCEPT RolInterviniente
    IF NOT Rol-Alta-Valido
        DISPLAY "Rol no valido."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Tope de retirada diario propio (Ej: 015000 para 150,00, 0 = el de su rol): "
    ACCEPT LimiteInterviniente

    PERFORM ABRIR-MAESTRO-TITULARES
    IF NOT Titulares-OK
        EXIT PARAGRAPH
    END-IF
    *> La cuenta pasa a llevar un PIN por persona: su titular entra
    *> en el fichero con el PIN de la cuenta que ya conoce
    PERFORM ASEGURAR-TITULAR-PRINCIPAL

    MOVE IdCuenta TO Tit-Cuenta
    MOVE ClienteInterviniente TO Tit-Cliente
    READ ArchivoTitulares
        INVALID KEY
            DISPLAY "PIN provisional a entregar al cliente (4 digitos): "
            ACCEPT PinNuevo
            MOVE IdCuenta TO Tit-Cuenta
            MOVE ClienteInterviniente TO Tit-Cliente
            MOVE RolInterviniente TO Tit-Rol
            MOVE PinNuevo TO Tit-PIN
            MOVE 0 TO Tit-IntentosFallidos
            MOVE 'S' TO Tit-CambioPINPendiente
            MOVE LimiteInterviniente TO Tit-LimiteDiario
            MOVE 'A' TO Tit-Estado
            MOVE FechaHoy TO Tit-FechaAlta
            MOVE OperadorActual TO Tit-Operador
            WRITE RegistroTitular
                INVALID KEY
                    DISPLAY "Error inesperado en el fichero de intervinientes. Codigo: " EstadoTitulares
                    CLOSE ArchivoTitulares
                    EXIT PARAGRAPH
            END-WRITE
            MOVE SPACES TO Aud-Operacion
            STRING "MANT ALTA INTERVINIENTE " ClienteInterviniente
                   DELIMITED BY SIZE INTO Aud-Operacion
        NOT INVALID KEY
            IF Interviniente-Baja
                DISPLAY "El cliente estaba dado de baja en la cuenta. PIN provisional nuevo (4 digitos): "
                ACCEPT PinNuevo
                MOVE PinNuevo TO Tit-PIN
                MOVE 0 TO Tit-IntentosFallidos
                MOVE 'S' TO Tit-CambioPINPendiente
                MOVE 'A' TO Tit-Estado
            END-IF
            MOVE RolInterviniente TO Tit-Rol
            MOVE LimiteInterviniente TO Tit-LimiteDiario
            MOVE OperadorActual TO Tit-Operador
            REWRITE RegistroTitular
                INVALID KEY
                    DISPLAY "Error inesperado en el fichero de intervinientes. Codigo: " EstadoTitulares
                    CLOSE ArchivoTitulares
                    EXIT PARAGRAPH
            END-REWRITE
            MOVE SPACES TO Aud-Operacion
            STRING "MANT MODIF INTERVINIENTE " ClienteInterviniente
                   DELIMITED BY SIZE INTO Aud-Operacion
    END-READ
    CLOSE ArchivoTitulares
    PERFORM AUDITAR-INTERVINIENTE
    DISPLAY "Cliente " ClienteInterviniente " registrado en la cuenta " IdCuenta ". Ya puede emitirle una tarjeta para ella (opcion 15).".

*> ---------------------------------------------------------------
*> Da de baja a un cotitular o autorizado: su tarjeta deja de
*> operar la cuenta en el cajero. La fila se conserva para que el
*> historial siga teniendo a quien apuntar; el titular no se da de
*> baja aqui, sino vinculando la cuenta a otro cliente
*> ---------------------------------------------------------------
BAJA-INTERVINIENTE.
    DISPLAY "Numero de cuenta: "
    ACCEPT IdCuenta
    READ ArchivoCuentas
        INVALID KEY
            PERFORM VALIDAR-ESTADO-ARCHIVO
            EXIT PARAGRAPH
    END-READ
    DISPLAY "IdCliente del cotitular o autorizado a dar de baja: "
    ACCEPT ClienteInterviniente

    PERFORM ABRIR-MAESTRO-TITULARES
    IF NOT Titulares-OK
        EXIT PARAGRAPH
    END-IF
    MOVE IdCuenta TO Tit-Cuenta
    MOVE ClienteInterviniente TO Tit-Cliente
    READ ArchivoTitulares
        INVALID KEY
            DISPLAY "Error: el cliente " ClienteInterviniente " no interviene en la cuenta " IdCuenta "."
            CLOSE ArchivoTitulares
            EXIT PARAGRAPH
    END-READ
    EVALUATE TRUE
        WHEN Interviniente-Baja
            DISPLAY "El cliente " ClienteInterviniente " ya estaba dado de baja en la cuenta."
            CLOSE ArchivoTitulares
            EXIT PARAGRAPH
        WHEN Rol-Titular
            DISPLAY "Error: es el titular de la cuenta; para cambiarlo vincule la cuenta a otro cliente (opcion 07)."
            CLOSE ArchivoTitulares
            EXIT PARAGRAPH
    END-EVALUATE

    MOVE 'X' TO Tit-Estado
    MOVE OperadorActual TO Tit-Operador
    REWRITE RegistroTitular
        INVALID KEY
            DISPLAY "Error inesperado en el fichero de intervinientes. Codigo: " EstadoTitulares
            CLOSE ArchivoTitulares
            EXIT PARAGRAPH
    END-REWRITE
    CLOSE ArchivoTitulares
    MOVE SPACES TO Aud-Operacion
    STRING "MANT BAJA INTERVINIENTE " ClienteInterviniente
           DELIMITED BY SIZE INTO Aud-Operacion
    PERFORM AUDITAR-INTERVINIENTE
    DISPLAY "Cliente " ClienteInterviniente " dado de baja en la cuenta " IdCuenta ".".

*> ---------------------------------------------------------------
*> Lista las personas que intervienen en una cuenta, con su rol,
*> su estado y su tope propio
*> ---------------------------------------------------------------
LISTAR-INTERVINIENTES.
    DISPLAY "Numero de cuenta: "
    ACCEPT IdCuenta
    READ ArchivoCuentas
        INVALID KEY
            PERFORM VALIDAR-ESTADO-ARCHIVO
            EXIT PARAGRAPH
    END-READ
    PERFORM ABRIR-MAESTRO-TITULARES
    IF NOT Titulares-OK
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Intervinientes de la cuenta " IdCuenta " (titular en la cuenta: " ClienteTitular "):"
    MOVE 0 TO ContadorIntervinientes
    MOVE 'N' TO SwFinTitulares
    MOVE IdCuenta TO Tit-Cuenta
    MOVE 0 TO Tit-Cliente
    START ArchivoTitulares KEY IS NOT LESS THAN Tit-Clave
        INVALID KEY
            MOVE 'S' TO SwFinTitulares
    END-START
    PERFORM UNTIL SwFinTitulares = 'S'
        READ ArchivoTitulares NEXT RECORD
            AT END
                MOVE 'S' TO SwFinTitulares
            NOT AT END
                IF Tit-Cuenta NOT = IdCuenta
                    MOVE 'S' TO SwFinTitulares
                ELSE
                    PERFORM MOSTRAR-INTERVINIENTE
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArchivoTitulares
    IF ContadorIntervinientes = 0
        DISPLAY "La cuenta no tiene intervinientes registrados: solo opera su titular, con el PIN de la cuenta."
    END-IF.

*> ---------------------------------------------------------------
*> Una linea del listado de intervinientes
*> ---------------------------------------------------------------
MOSTRAR-INTERVINIENTE.
    ADD 1 TO ContadorIntervinientes
    EVALUATE TRUE
        WHEN Rol-Titular
            MOVE "TITULAR" TO TextoRol
        WHEN Rol-Cotitular
            MOVE "COTITULAR" TO TextoRol
        WHEN OTHER
            MOVE "AUTORIZADO" TO TextoRol
    END-EVALUATE
    EVALUATE TRUE
        WHEN Interviniente-Baja
            MOVE "BAJA" TO TextoEstadoInterviniente
        WHEN Interviniente-Bloqueado
            MOVE "BLOQUEADO" TO TextoEstadoInterviniente
        WHEN OTHER
            MOVE "ACTIVO" TO TextoEstadoInterviniente
    END-EVALUATE
    MOVE Tit-Cliente TO IdCliente
    READ ArchivoClientes
        INVALID KEY
            MOVE "(no esta en el maestro)" TO NombreCliente
    END-READ
    MOVE Tit-LimiteDiario TO LimiteBonito
    DISPLAY "  " Tit-Cliente " " NombreCliente " " TextoRol " " TextoEstadoInterviniente " Tope propio: " LimiteBonito.

*> ---------------------------------------------------------------
*> Rastro en historial.txt de una actuacion sobre un interviniente
*> de la cuenta en curso; el que llama deja el texto en
*> Aud-Operacion
*> ---------------------------------------------------------------
AUDITAR-INTERVINIENTE.
    MOVE IdCuenta TO Aud-Cuenta
    MOVE 0 TO Aud-Dinero
    MOVE Moneda TO Aud-Moneda
    MOVE OperadorActual TO Aud-CuentaRelacionada
    MOVE 0 TO Aud-Referencia
    MOVE 0 TO Aud-DineroOriginal
    MOVE SPACES TO Aud-MonedaOriginal
    PERFORM REGISTRAR-AUDITORIA.

*> ---------------------------------------------------------------
*> Traduce el codigo de FILE STATUS a un mensaje para el operador
*> ---------------------------------------------------------------
