           >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CarteraMensual.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ArchivoFechaNegocio ASSIGN TO "..\fecha_negocio.dat" *>dia de negocio abierto, que CierreDiario solo avanza al terminar el cierre
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoCuentas ASSIGN TO "..\cuentas.dat" *>limite de sobregiro de cada cuenta, y producto/estado de las fotos antiguas que no los traen
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS IdCuenta
    FILE STATUS IS EstadoArchivo.

    SELECT OPTIONAL ArchivoSaldosCierre ASSIGN TO "..\saldos_cierre.txt" *>foto nocturna del saldo de cada cuenta: de aqui salen fin de mes, saldo medio, altas y bajas
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoInforme ASSIGN DYNAMIC NombreArchivoInforme *>informe impreso para direccion
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoExtracto ASSIGN DYNAMIC NombreArchivoExtracto *>extracto de formato fijo para la hoja de calculo de finanzas
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ArchivoFechaNegocio.
01 RegistroFechaNegocio.
   02 FN-FechaNegocio  PIC 9(8).
   02 FN-UltimoCierre  PIC 9(8).
   02 FN-HoraCierre    PIC 9(6).

FD ArchivoCuentas.
01 RegistroCuenta.
   02 IdCuenta          PIC 9(5).
   02 Nombre             PIC X(15).
   02 Saldo              PIC S9(5)V99.
   02 Moneda             PIC X(3).
   02 CuentaPIN          PIC 9(4).
   02 IntentosFallidos   PIC 9(1).
   02 EstadoCuenta       PIC X(1).
   02 ClienteTitular     PIC 9(5).
   02 LimiteSobregiro    PIC 9(5)V99.
   02 TipoProducto       PIC X(1).
   02 CambioPINPendiente PIC X(1).

FD ArchivoSaldosCierre.
01 RegistroSaldoCierre.
   02 SC-Fecha   PIC 9(8).
   02 SC-Cuenta  PIC 9(5).
   02 SC-Moneda  PIC X(3).
   02 SC-Saldo   PIC S9(5)V99.
   02 SC-Estado  PIC X(1).
   02 SC-TipoProducto PIC X(1).

FD ArchivoInforme.
01 LineaInforme      PIC X(132).

*> Un registro por producto y divisa. Importes con dos decimales
*> implicitos; los que pueden ser negativos llevan el signo delante
FD ArchivoExtracto.
01 RegistroExtracto.
   02 EX-Periodo            PIC 9(6).
   02 EX-TipoProducto       PIC X(1).
   02 EX-Moneda             PIC X(3).
   02 EX-Activas            PIC 9(5).
   02 EX-Bloqueadas         PIC 9(5).
   02 EX-Cerradas           PIC 9(5).
   02 EX-Altas              PIC 9(5).
   02 EX-Bajas              PIC 9(5).
   02 EX-SaldoFinMes        PIC S9(9)V99 SIGN IS LEADING SEPARATE.
   02 EX-SaldoMedio         PIC S9(9)V99 SIGN IS LEADING SEPARATE.
   02 EX-DiasMes            PIC 9(2).
   02 EX-LimiteConcedido    PIC 9(9)V99.
   02 EX-Dispuesto          PIC 9(9)V99.
   02 EX-EnDescubierto      PIC 9(5).
   02 EX-UsoSobregiro       PIC 9(3)V99.
   02 EX-DescubiertoMedio   PIC 9(9)V99.
   02 EX-VivasAnterior      PIC 9(5).
   02 EX-SaldoFinAnterior   PIC S9(9)V99 SIGN IS LEADING SEPARATE.
   02 EX-SaldoMedioAnterior PIC S9(9)V99 SIGN IS LEADING SEPARATE.
   02 EX-VariacionSaldo     PIC S9(9)V99 SIGN IS LEADING SEPARATE.
   02 EX-VariacionMedio     PIC S9(9)V99 SIGN IS LEADING SEPARATE.

WORKING-STORAGE SECTION.
01 EstadoArchivo     PIC X(2).
01 SwFinCuentas      PIC X(1) VALUE 'N'.
01 SwFinSaldos       PIC X(1) VALUE 'N'.
01 FechaHoy          PIC 9(8).
01 NombreArchivoInforme  PIC X(40).
01 NombreArchivoExtracto PIC X(40).

01 PeriodoInforme    PIC 9(6).
01 PeriodoInformeR REDEFINES PeriodoInforme.
   02 AnoInforme     PIC 9(4).
   02 MesInforme     PIC 9(2).
01 PeriodoAnterior   PIC 9(6).
01 AnoAnterior       PIC 9(4).
01 MesAnterior       PIC 9(2).
01 PeriodoFoto       PIC 9(6).
01 DiaFoto           PIC 9(2).

*> Dias del mes (y del anterior) que tienen foto de saldos: el saldo
*> medio diario es la suma de las fotos entre los dias fotografiados
01 TablaDias.
   02 DiaConFoto     PIC X(1) OCCURS 31 TIMES.
   02 DiaConFotoAnt  PIC X(1) OCCURS 31 TIMES.
01 DiasMes           PIC 9(2) VALUE 0.
01 DiasMesAnt        PIC 9(2) VALUE 0.

*> Por cuenta, la ultima foto del mes y la del mes anterior. El
*> estado y el producto de la foto son los de ese dia, aunque la
*> cuenta haya cambiado despues; en fotos antiguas vienen en blanco
01 TablaCuentas.
   02 FilaCuenta OCCURS 500 TIMES.
      03 CT-IdCuenta        PIC 9(5).
      03 CT-Moneda          PIC X(3).
      03 CT-TipoProducto    PIC X(1).
      03 CT-Estado          PIC X(1).
      03 CT-Limite          PIC 9(5)V99.
      03 CT-FechaFin        PIC 9(8).
      03 CT-SaldoFin        PIC S9(5)V99.
      03 CT-EstadoFin       PIC X(1).
      03 CT-ProductoFin     PIC X(1).
      03 CT-FechaFinAnt     PIC 9(8).
      03 CT-SaldoFinAnt     PIC S9(5)V99.
      03 CT-EstadoFinAnt    PIC X(1).
      03 CT-ProductoFinAnt  PIC X(1).
01 ContadorCuentas   PIC 9(3) VALUE 0.
01 IndiceCuenta      PIC 9(3).
01 CuentaBuscada     PIC 9(5).
01 ContadorSinSitio  PIC 9(5) VALUE 0.
01 SwCuentaHallada   PIC X(1) VALUE 'N'.
   88 Cuenta-Hallada    VALUE 'S'.
01 EstadoEfectivo    PIC X(1).
   88 Efectivo-Activa    VALUE 'A'.
   88 Efectivo-Bloqueada VALUE 'B'.
   88 Efectivo-Cerrada   VALUE 'C'.

*> Totales de cada producto y divisa
01 TablaGrupos.
   02 FilaGrupo OCCURS 12 TIMES.
      03 GR-TipoProducto     PIC X(1).
      03 GR-Moneda           PIC X(3).
      03 GR-Activas          PIC 9(5).
      03 GR-Bloqueadas       PIC 9(5).
      03 GR-Cerradas         PIC 9(5).
      03 GR-Altas            PIC 9(5).
      03 GR-Bajas            PIC 9(5).
      03 GR-SaldoFin         PIC S9(9)V99.
      03 GR-SumaDiaria       PIC S9(11)V99.
      03 GR-SaldoMedio       PIC S9(9)V99.
      03 GR-LimiteConcedido  PIC 9(9)V99.
      03 GR-Dispuesto        PIC 9(9)V99.
      03 GR-EnDescubierto    PIC 9(5).
      03 GR-UsoSobregiro     PIC 9(3)V99.
      03 GR-SumaDescubierto  PIC 9(11)V99.
      03 GR-DescubiertoMedio PIC 9(9)V99.
      03 GR-VivasAnt         PIC 9(5).
      03 GR-SaldoFinAnt      PIC S9(9)V99.
      03 GR-SumaDiariaAnt    PIC S9(11)V99.
      03 GR-SaldoMedioAnt    PIC S9(9)V99.
01 ContadorGrupos    PIC 9(2) VALUE 0.
01 IndiceGrupo       PIC 9(2).
01 ProductoBuscado   PIC X(1).
01 MonedaBuscada     PIC X(3).
01 SwGrupoHallado    PIC X(1) VALUE 'N'.
   88 Grupo-Hallado     VALUE 'S'.
01 ContadorGruposInformados PIC 9(2) VALUE 0.

01 TextoProducto     PIC X(16).
01 Descubierto       PIC 9(5)V99.
01 VariacionSaldo    PIC S9(9)V99.
01 VariacionMedio    PIC S9(9)V99.
01 PorcentajeVariacion PIC S9(5)V99.
01 SwHayPorcentaje   PIC X(1) VALUE 'N'.
   88 Hay-Porcentaje    VALUE 'S'.

01 DineroBonito      PIC -ZZZ,ZZZ,ZZ9.99.
01 PorcentajeBonito  PIC ZZ9.99.
01 VariacionBonita   PIC -ZZZZ9.99.

PROCEDURE DIVISION.
    DISPLAY "=== CARTERA MENSUAL POR PRODUCTO Y DIVISA ==="
    DISPLAY "Mes del informe (AAAAMM): "
    ACCEPT PeriodoInforme
    PERFORM LEER-FECHA-NEGOCIO

    IF PeriodoInforme(5:2) < "01" OR PeriodoInforme(5:2) > "12"
        DISPLAY "Error: el mes " PeriodoInforme " no es valido."
        STOP RUN
    END-IF
    IF PeriodoInforme > FechaHoy(1:6)
        DISPLAY "Error: el mes " PeriodoInforme " aun no ha empezado."
        STOP RUN
    END-IF

    IF MesInforme = 1
        COMPUTE AnoAnterior = AnoInforme - 1
        MOVE 12 TO MesAnterior
    ELSE
        MOVE AnoInforme TO AnoAnterior
        COMPUTE MesAnterior = MesInforme - 1
    END-IF
    COMPUTE PeriodoAnterior = AnoAnterior * 100 + MesAnterior

    OPEN INPUT ArchivoCuentas
    IF EstadoArchivo NOT = "00"
        DISPLAY "Error: no se pudo abrir cuentas.dat (estado " EstadoArchivo ")."
        STOP RUN
    END-IF
    PERFORM CARGAR-CUENTAS
    CLOSE ArchivoCuentas

    PERFORM PREPARAR-GRUPOS
    PERFORM LEER-FOTOS-SALDOS

    MOVE 1 TO IndiceCuenta
    PERFORM UNTIL IndiceCuenta > ContadorCuentas
        PERFORM ACUMULAR-CUENTA
        ADD 1 TO IndiceCuenta
    END-PERFORM

    MOVE SPACES TO NombreArchivoInforme
    STRING "..\cartera_mensual_" PeriodoInforme ".txt"
           DELIMITED BY SIZE INTO NombreArchivoInforme
    MOVE SPACES TO NombreArchivoExtracto
    STRING "..\extracto_cartera_" PeriodoInforme ".txt"
           DELIMITED BY SIZE INTO NombreArchivoExtracto
    OPEN OUTPUT ArchivoInforme
    OPEN OUTPUT ArchivoExtracto

    MOVE SPACES TO LineaInforme
    STRING "CARTERA MENSUAL POR PRODUCTO Y DIVISA - MES " PeriodoInforme
           " (generado el " FechaHoy ")" INTO LineaInforme
    WRITE LineaInforme
    MOVE SPACES TO LineaInforme
    STRING "Fotos de saldos: " DiasMes " dia(s) en el mes, " DiasMesAnt
           " dia(s) en el mes anterior (" PeriodoAnterior ")" INTO LineaInforme
    WRITE LineaInforme
    MOVE SPACES TO LineaInforme
    STRING "--------------------------------------------------------------------------------" INTO LineaInforme
    WRITE LineaInforme

    MOVE 1 TO IndiceGrupo
    PERFORM UNTIL IndiceGrupo > ContadorGrupos
        PERFORM CALCULAR-MEDIAS-GRUPO
        PERFORM ESCRIBIR-GRUPO
        ADD 1 TO IndiceGrupo
    END-PERFORM

    IF ContadorSinSitio > 0
        MOVE SPACES TO LineaInforme
        WRITE LineaInforme
        MOVE SPACES TO LineaInforme
        STRING "INCIDENCIA: " ContadorSinSitio " cuenta(s) no caben en la tabla del informe y NO estan incluidas" INTO LineaInforme
        WRITE LineaInforme
    END-IF

    CLOSE ArchivoInforme
          ArchivoExtracto

    DISPLAY "Informe de cartera de " PeriodoInforme " generado en " NombreArchivoInforme "."
    DISPLAY "Extracto para finanzas en " NombreArchivoExtracto " (" ContadorGruposInformados " producto(s)/divisa)."
    IF DiasMes = 0
        DISPLAY "Aviso: no hay fotos de saldos del mes " PeriodoInforme " en saldos_cierre.txt."
    END-IF
    IF ContadorSinSitio > 0
        DISPLAY "Aviso: " ContadorSinSitio " cuenta(s) fuera del informe por falta de sitio en la tabla."
    END-IF
    STOP RUN.

*> ---------------------------------------------------------------
*> Carga las cuentas del maestro: su limite de sobregiro, y el
*> producto y estado que valen para las fotos que no los traen
*> ---------------------------------------------------------------
CARGAR-CUENTAS.
    READ ArchivoCuentas NEXT
        AT END MOVE 'S' TO SwFinCuentas
    END-READ
    PERFORM UNTIL SwFinCuentas = 'S'
        IF ContadorCuentas < 500
            ADD 1 TO ContadorCuentas
            MOVE ContadorCuentas TO IndiceCuenta
            MOVE IdCuenta TO CT-IdCuenta(IndiceCuenta)
            MOVE Moneda TO CT-Moneda(IndiceCuenta)
            MOVE TipoProducto TO CT-TipoProducto(IndiceCuenta)
            MOVE EstadoCuenta TO CT-Estado(IndiceCuenta)
            MOVE LimiteSobregiro TO CT-Limite(IndiceCuenta)
            PERFORM LIMPIAR-FOTOS-CUENTA
        ELSE
            ADD 1 TO ContadorSinSitio
        END-IF
        READ ArchivoCuentas NEXT
            AT END MOVE 'S' TO SwFinCuentas
        END-READ
    END-PERFORM.

*> ---------------------------------------------------------------
*> Deja la fila de la cuenta sin fotos de ninguno de los dos meses
*> ---------------------------------------------------------------
LIMPIAR-FOTOS-CUENTA.
    MOVE 0 TO CT-FechaFin(IndiceCuenta)
    MOVE 0 TO CT-SaldoFin(IndiceCuenta)
    MOVE SPACE TO CT-EstadoFin(IndiceCuenta)
    MOVE SPACE TO CT-ProductoFin(IndiceCuenta)
    MOVE 0 TO CT-FechaFinAnt(IndiceCuenta)
    MOVE 0 TO CT-SaldoFinAnt(IndiceCuenta)
    MOVE SPACE TO CT-EstadoFinAnt(IndiceCuenta)
    MOVE SPACE TO CT-ProductoFinAnt(IndiceCuenta).

*> ---------------------------------------------------------------
*> Los seis grupos habituales salen siempre en el mismo orden; una
*> divisa distinta abre su propio grupo al aparecer
*> ---------------------------------------------------------------
PREPARAR-GRUPOS.
    INITIALIZE TablaGrupos
    MOVE 'C' TO ProductoBuscado
    MOVE "EUR" TO MonedaBuscada
    PERFORM LOCALIZAR-GRUPO
    MOVE "USD" TO MonedaBuscada
    PERFORM LOCALIZAR-GRUPO
    MOVE 'A' TO ProductoBuscado
    MOVE "EUR" TO MonedaBuscada
    PERFORM LOCALIZAR-GRUPO
    MOVE "USD" TO MonedaBuscada
    PERFORM LOCALIZAR-GRUPO
    MOVE 'E' TO ProductoBuscado
    MOVE "EUR" TO MonedaBuscada
    PERFORM LOCALIZAR-GRUPO
    MOVE "USD" TO MonedaBuscada
    PERFORM LOCALIZAR-GRUPO.

*> ---------------------------------------------------------------
*> Recorre saldos_cierre.txt una vez. Las fotos del mes y del mes
*> anterior suman al saldo medio de su grupo, y de cada cuenta se
*> guarda la ultima foto de cada uno de los dos meses
*> ---------------------------------------------------------------
LEER-FOTOS-SALDOS.
    MOVE SPACES TO TablaDias
    OPEN INPUT ArchivoSaldosCierre
    READ ArchivoSaldosCierre
        AT END MOVE 'S' TO SwFinSaldos
    END-READ
    PERFORM UNTIL SwFinSaldos = 'S'
        MOVE SC-Fecha(1:6) TO PeriodoFoto
        IF PeriodoFoto = PeriodoInforme OR PeriodoFoto = PeriodoAnterior
            PERFORM TRATAR-FOTO
        END-IF
        READ ArchivoSaldosCierre
            AT END MOVE 'S' TO SwFinSaldos
        END-READ
    END-PERFORM
    CLOSE ArchivoSaldosCierre.

*> ---------------------------------------------------------------
*> Una foto del mes o del anterior: dia fotografiado, suma diaria
*> de su grupo y, si es la mas reciente, foto final de la cuenta
*> ---------------------------------------------------------------
TRATAR-FOTO.
    MOVE SC-Cuenta TO CuentaBuscada
    PERFORM LOCALIZAR-CUENTA
    IF NOT Cuenta-Hallada
        EXIT PARAGRAPH
    END-IF

    IF SC-TipoProducto = SPACE
        MOVE CT-TipoProducto(IndiceCuenta) TO ProductoBuscado
    ELSE
        MOVE SC-TipoProducto TO ProductoBuscado
    END-IF
    MOVE SC-Moneda TO MonedaBuscada
    PERFORM LOCALIZAR-GRUPO
    IF NOT Grupo-Hallado
        EXIT PARAGRAPH
    END-IF

    MOVE SC-Fecha(7:2) TO DiaFoto
    IF PeriodoFoto = PeriodoInforme
        IF DiaConFoto(DiaFoto) NOT = 'S'
            MOVE 'S' TO DiaConFoto(DiaFoto)
            ADD 1 TO DiasMes
        END-IF
        ADD SC-Saldo TO GR-SumaDiaria(IndiceGrupo)
        IF SC-Saldo < 0
            COMPUTE GR-SumaDescubierto(IndiceGrupo) =
                    GR-SumaDescubierto(IndiceGrupo) - SC-Saldo
        END-IF
        IF SC-Fecha >= CT-FechaFin(IndiceCuenta)
            MOVE SC-Fecha TO CT-FechaFin(IndiceCuenta)
            MOVE SC-Saldo TO CT-SaldoFin(IndiceCuenta)
            MOVE SC-Estado TO CT-EstadoFin(IndiceCuenta)
            MOVE ProductoBuscado TO CT-ProductoFin(IndiceCuenta)
        END-IF
    ELSE
        IF DiaConFotoAnt(DiaFoto) NOT = 'S'
            MOVE 'S' TO DiaConFotoAnt(DiaFoto)
            ADD 1 TO DiasMesAnt
        END-IF
        ADD SC-Saldo TO GR-SumaDiariaAnt(IndiceGrupo)
        IF SC-Fecha >= CT-FechaFinAnt(IndiceCuenta)
            MOVE SC-Fecha TO CT-FechaFinAnt(IndiceCuenta)
            MOVE SC-Saldo TO CT-SaldoFinAnt(IndiceCuenta)
            MOVE SC-Estado TO CT-EstadoFinAnt(IndiceCuenta)
            MOVE ProductoBuscado TO CT-ProductoFinAnt(IndiceCuenta)
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> Localiza la fila de CuentaBuscada. Una cuenta con fotos que ya
*> no esta en el maestro entra con lo que dice la foto
*> ---------------------------------------------------------------
LOCALIZAR-CUENTA.
    MOVE 'N' TO SwCuentaHallada
    MOVE 1 TO IndiceCuenta
    PERFORM UNTIL IndiceCuenta > ContadorCuentas OR Cuenta-Hallada
        IF CT-IdCuenta(IndiceCuenta) = CuentaBuscada
            MOVE 'S' TO SwCuentaHallada
        ELSE
            ADD 1 TO IndiceCuenta
        END-IF
    END-PERFORM
    IF NOT Cuenta-Hallada AND ContadorCuentas < 500
        ADD 1 TO ContadorCuentas
        MOVE ContadorCuentas TO IndiceCuenta
        MOVE CuentaBuscada TO CT-IdCuenta(IndiceCuenta)
        MOVE SC-Moneda TO CT-Moneda(IndiceCuenta)
        MOVE SC-TipoProducto TO CT-TipoProducto(IndiceCuenta)
        MOVE SC-Estado TO CT-Estado(IndiceCuenta)
        MOVE 0 TO CT-Limite(IndiceCuenta)
        PERFORM LIMPIAR-FOTOS-CUENTA
        MOVE 'S' TO SwCuentaHallada
    END-IF.

*> ---------------------------------------------------------------
*> Localiza el grupo de ProductoBuscado y MonedaBuscada, creandolo
*> si es el primero que aparece
*> ---------------------------------------------------------------
LOCALIZAR-GRUPO.
    MOVE 'N' TO SwGrupoHallado
    MOVE 1 TO IndiceGrupo
    PERFORM UNTIL IndiceGrupo > ContadorGrupos OR Grupo-Hallado
        IF GR-TipoProducto(IndiceGrupo) = ProductoBuscado
           AND GR-Moneda(IndiceGrupo) = MonedaBuscada
            MOVE 'S' TO SwGrupoHallado
        ELSE
            ADD 1 TO IndiceGrupo
        END-IF
    END-PERFORM
    IF NOT Grupo-Hallado AND ContadorGrupos < 12
        ADD 1 TO ContadorGrupos
        MOVE ContadorGrupos TO IndiceGrupo
        MOVE ProductoBuscado TO GR-TipoProducto(IndiceGrupo)
        MOVE MonedaBuscada TO GR-Moneda(IndiceGrupo)
        MOVE 'S' TO SwGrupoHallado
    END-IF.

*> ---------------------------------------------------------------
*> Suma la cuenta en curso a su grupo segun su ultima foto del mes:
*> estado, saldo, sobregiro y si es alta o baja del mes; y al de su
*> ultima foto del mes anterior para la comparacion
*> ---------------------------------------------------------------
ACUMULAR-CUENTA.
    IF CT-FechaFin(IndiceCuenta) NOT = 0
        MOVE CT-ProductoFin(IndiceCuenta) TO ProductoBuscado
        MOVE CT-Moneda(IndiceCuenta) TO MonedaBuscada
        PERFORM LOCALIZAR-GRUPO
        IF Grupo-Hallado
            PERFORM ACUMULAR-FIN-DE-MES
        END-IF
    END-IF

    IF CT-FechaFinAnt(IndiceCuenta) NOT = 0
        MOVE CT-ProductoFinAnt(IndiceCuenta) TO ProductoBuscado
        MOVE CT-Moneda(IndiceCuenta) TO MonedaBuscada
        PERFORM LOCALIZAR-GRUPO
        IF Grupo-Hallado
            ADD CT-SaldoFinAnt(IndiceCuenta) TO GR-SaldoFinAnt(IndiceGrupo)
            IF CT-EstadoFinAnt(IndiceCuenta) NOT = 'C'
                ADD 1 TO GR-VivasAnt(IndiceGrupo)
            END-IF
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> Una foto antigua sin estado cuenta con el estado actual de la
*> cuenta. Es alta del mes la cuenta que no tenia foto el mes
*> anterior, y baja la que acaba cerrada y no lo estaba; sin fotos
*> del mes anterior no hay con que comparar y no se cuentan
*> ---------------------------------------------------------------
ACUMULAR-FIN-DE-MES.
    IF CT-EstadoFin(IndiceCuenta) = SPACE
        MOVE CT-Estado(IndiceCuenta) TO EstadoEfectivo
    ELSE
        MOVE CT-EstadoFin(IndiceCuenta) TO EstadoEfectivo
    END-IF
    EVALUATE TRUE
        WHEN Efectivo-Cerrada
            ADD 1 TO GR-Cerradas(IndiceGrupo)
        WHEN Efectivo-Bloqueada
            ADD 1 TO GR-Bloqueadas(IndiceGrupo)
        WHEN OTHER
            ADD 1 TO GR-Activas(IndiceGrupo)
    END-EVALUATE

    ADD CT-SaldoFin(IndiceCuenta) TO GR-SaldoFin(IndiceGrupo)
    IF NOT Efectivo-Cerrada
        ADD CT-Limite(IndiceCuenta) TO GR-LimiteConcedido(IndiceGrupo)
    END-IF
    IF CT-SaldoFin(IndiceCuenta) < 0
        COMPUTE Descubierto = 0 - CT-SaldoFin(IndiceCuenta)
        ADD Descubierto TO GR-Dispuesto(IndiceGrupo)
        ADD 1 TO GR-EnDescubierto(IndiceGrupo)
    END-IF

    IF DiasMesAnt > 0
        IF CT-FechaFinAnt(IndiceCuenta) = 0
            ADD 1 TO GR-Altas(IndiceGrupo)
        END-IF
        IF CT-EstadoFin(IndiceCuenta) = 'C'
            IF CT-FechaFinAnt(IndiceCuenta) = 0
               OR CT-EstadoFinAnt(IndiceCuenta) = 'A'
               OR CT-EstadoFinAnt(IndiceCuenta) = 'B'
                ADD 1 TO GR-Bajas(IndiceGrupo)
            END-IF
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> Saldo medio y descubierto medio de los dias fotografiados, y uso
*> del sobregiro concedido a fin de mes
*> ---------------------------------------------------------------
CALCULAR-MEDIAS-GRUPO.
    IF DiasMes > 0
        COMPUTE GR-SaldoMedio(IndiceGrupo) ROUNDED =
                GR-SumaDiaria(IndiceGrupo) / DiasMes
        COMPUTE GR-DescubiertoMedio(IndiceGrupo) ROUNDED =
                GR-SumaDescubierto(IndiceGrupo) / DiasMes
    END-IF
    IF DiasMesAnt > 0
        COMPUTE GR-SaldoMedioAnt(IndiceGrupo) ROUNDED =
                GR-SumaDiariaAnt(IndiceGrupo) / DiasMesAnt
    END-IF
    IF GR-LimiteConcedido(IndiceGrupo) > 0
        COMPUTE GR-UsoSobregiro(IndiceGrupo) ROUNDED =
                GR-Dispuesto(IndiceGrupo) * 100 / GR-LimiteConcedido(IndiceGrupo)
            ON SIZE ERROR MOVE 999.99 TO GR-UsoSobregiro(IndiceGrupo)
        END-COMPUTE
    END-IF.

*> ---------------------------------------------------------------
*> Bloque del informe y registro del extracto de un grupo. Los
*> grupos sin cuentas en ninguno de los dos meses no salen
*> ---------------------------------------------------------------
ESCRIBIR-GRUPO.
    IF GR-Activas(IndiceGrupo) = 0 AND GR-Bloqueadas(IndiceGrupo) = 0
       AND GR-Cerradas(IndiceGrupo) = 0 AND GR-VivasAnt(IndiceGrupo) = 0
       AND GR-SaldoFinAnt(IndiceGrupo) = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ContadorGruposInformados

    EVALUATE GR-TipoProducto(IndiceGrupo)
        WHEN 'C'
            MOVE "CUENTA CORRIENTE" TO TextoProducto
        WHEN 'A'
            MOVE "CUENTA DE AHORRO" TO TextoProducto
        WHEN 'E'
            MOVE "CUENTA EMPRESA" TO TextoProducto
        WHEN OTHER
            MOVE "SIN PRODUCTO" TO TextoProducto
    END-EVALUATE

    COMPUTE VariacionSaldo = GR-SaldoFin(IndiceGrupo) - GR-SaldoFinAnt(IndiceGrupo)
    COMPUTE VariacionMedio = GR-SaldoMedio(IndiceGrupo) - GR-SaldoMedioAnt(IndiceGrupo)
    MOVE 'N' TO SwHayPorcentaje
    IF GR-SaldoFinAnt(IndiceGrupo) NOT = 0
        MOVE 'S' TO SwHayPorcentaje
        COMPUTE PorcentajeVariacion ROUNDED =
                VariacionSaldo * 100 / GR-SaldoFinAnt(IndiceGrupo)
            ON SIZE ERROR MOVE 'N' TO SwHayPorcentaje
        END-COMPUTE
    END-IF

    MOVE SPACES TO LineaInforme
    WRITE LineaInforme
    MOVE SPACES TO LineaInforme
    STRING GR-Moneda(IndiceGrupo) " - " TextoProducto INTO LineaInforme
    WRITE LineaInforme
    MOVE SPACES TO LineaInforme
    STRING "  Cuentas activas: " GR-Activas(IndiceGrupo)
           " | bloqueadas: " GR-Bloqueadas(IndiceGrupo)
           " | cerradas: " GR-Cerradas(IndiceGrupo) INTO LineaInforme
    WRITE LineaInforme
    MOVE SPACES TO LineaInforme
    STRING "  Altas en el mes: " GR-Altas(IndiceGrupo)
           " | bajas en el mes: " GR-Bajas(IndiceGrupo) INTO LineaInforme
    WRITE LineaInforme
    MOVE GR-SaldoFin(IndiceGrupo) TO DineroBonito
    MOVE SPACES TO LineaInforme
    STRING "  Saldo a fin de mes:         " DineroBonito INTO LineaInforme
    WRITE LineaInforme
    MOVE GR-SaldoMedio(IndiceGrupo) TO DineroBonito
    MOVE SPACES TO LineaInforme
    STRING "  Saldo medio diario:         " DineroBonito
           "  (" DiasMes " dia(s) con foto)" INTO LineaInforme
    WRITE LineaInforme
    MOVE GR-LimiteConcedido(IndiceGrupo) TO DineroBonito
    MOVE SPACES TO LineaInforme
    STRING "  Sobregiro concedido:        " DineroBonito INTO LineaInforme
    WRITE LineaInforme
    MOVE GR-Dispuesto(IndiceGrupo) TO DineroBonito
    MOVE GR-UsoSobregiro(IndiceGrupo) TO PorcentajeBonito
    MOVE SPACES TO LineaInforme
    STRING "  Sobregiro dispuesto:        " DineroBonito
           "  (" GR-EnDescubierto(IndiceGrupo) " cuenta(s) en descubierto, uso "
           PorcentajeBonito "%)" INTO LineaInforme
    WRITE LineaInforme
    MOVE GR-DescubiertoMedio(IndiceGrupo) TO DineroBonito
    MOVE SPACES TO LineaInforme
    STRING "  Descubierto medio diario:   " DineroBonito INTO LineaInforme
    WRITE LineaInforme

    IF DiasMesAnt = 0
        MOVE SPACES TO LineaInforme
        STRING "  Sin fotos de saldos del mes anterior (" PeriodoAnterior "): no hay comparacion" INTO LineaInforme
        WRITE LineaInforme
    ELSE
        MOVE GR-SaldoFinAnt(IndiceGrupo) TO DineroBonito
        MOVE SPACES TO LineaInforme
        STRING "  Mes anterior (" PeriodoAnterior "): saldo fin " DineroBonito
               " | cuentas vivas " GR-VivasAnt(IndiceGrupo) INTO LineaInforme
        WRITE LineaInforme
        MOVE VariacionSaldo TO DineroBonito
        MOVE SPACES TO LineaInforme
        IF Hay-Porcentaje
            MOVE PorcentajeVariacion TO VariacionBonita
            STRING "  Variacion saldo fin de mes: " DineroBonito
                   "  (" VariacionBonita "%)" INTO LineaInforme
        ELSE
            STRING "  Variacion saldo fin de mes: " DineroBonito INTO LineaInforme
        END-IF
        WRITE LineaInforme
        MOVE VariacionMedio TO DineroBonito
        MOVE SPACES TO LineaInforme
        STRING "  Variacion saldo medio:      " DineroBonito INTO LineaInforme
        WRITE LineaInforme
    END-IF

    MOVE SPACES TO RegistroExtracto
    MOVE PeriodoInforme TO EX-Periodo
    MOVE GR-TipoProducto(IndiceGrupo) TO EX-TipoProducto
    MOVE GR-Moneda(IndiceGrupo) TO EX-Moneda
    MOVE GR-Activas(IndiceGrupo) TO EX-Activas
    MOVE GR-Bloqueadas(IndiceGrupo) TO EX-Bloqueadas
    MOVE GR-Cerradas(IndiceGrupo) TO EX-Cerradas
    MOVE GR-Altas(IndiceGrupo) TO EX-Altas
    MOVE GR-Bajas(IndiceGrupo) TO EX-Bajas
    MOVE GR-SaldoFin(IndiceGrupo) TO EX-SaldoFinMes
    MOVE GR-SaldoMedio(IndiceGrupo) TO EX-SaldoMedio
    MOVE DiasMes TO EX-DiasMes
    MOVE GR-LimiteConcedido(IndiceGrupo) TO EX-LimiteConcedido
    MOVE GR-Dispuesto(IndiceGrupo) TO EX-Dispuesto
    MOVE GR-EnDescubierto(IndiceGrupo) TO EX-EnDescubierto
    MOVE GR-UsoSobregiro(IndiceGrupo) TO EX-UsoSobregiro
    MOVE GR-DescubiertoMedio(IndiceGrupo) TO EX-DescubiertoMedio
    MOVE GR-VivasAnt(IndiceGrupo) TO EX-VivasAnterior
    MOVE GR-SaldoFinAnt(IndiceGrupo) TO EX-SaldoFinAnterior
    MOVE GR-SaldoMedioAnt(IndiceGrupo) TO EX-SaldoMedioAnterior
    MOVE VariacionSaldo TO EX-VariacionSaldo
    MOVE VariacionMedio TO EX-VariacionMedio
    WRITE RegistroExtracto.

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
