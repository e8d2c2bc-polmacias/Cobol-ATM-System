    SELECT ArchivoCertificado ASSIGN DYNAMIC NombreArchivoCertificado
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoCuentas ASSIGN TO "..\cuentas.dat" *>solo lectura: cliente titular de la cuenta certificada
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS IdCuenta
    FILE STATUS IS EstadoArchivo.

    SELECT ArchivoClientes ASSIGN TO "..\clientes.dat" *>solo lectura: nombre y documento de cada titular
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS IdCliente
    FILE STATUS IS EstadoClientes.

    SELECT ArchivoTitulares ASSIGN TO "..\titulares.dat" *>solo lectura: cotitulares de la cuenta, que comparten la titularidad fiscal
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS Tit-Clave
    FILE STATUS IS EstadoTitulares.

DATA DIVISION.
FILE SECTION.
FD ArchivoAuditoria.
FD ArchivoCertificado.
01 LineaCertificado      PIC X(80).

FD ArchivoCuentas.
01 RegistroCuenta.
   02 IdCuenta          PIC 9(5).
   02 Nombre             PIC X(15).
   02 Saldo              PIC S9(5)V99.
   02 Moneda             PIC X(3).
   02 CuentaPIN          PIC 9(4).
   02 IntentosFallidos   PIC 9(1).
   02 EstadoCuenta       PIC X(1).
      88 Cuenta-Activa     VALUE 'A'.
      88 Cuenta-Bloqueada  VALUE 'B'.
      88 Cuenta-Cerrada    VALUE 'C'.
   02 ClienteTitular     PIC 9(5).
   02 LimiteSobregiro    PIC 9(5)V99.
   02 TipoProducto       PIC X(1).
      88 Producto-Corriente VALUE 'C'.
      88 Producto-Ahorro    VALUE 'A'.
      88 Producto-Empresa   VALUE 'E'.
   02 CambioPINPendiente PIC X(1).
      88 Cambio-PIN-Pendiente VALUE 'S'.

FD ArchivoClientes.
01 RegistroCliente.
   02 IdCliente          PIC 9(5).
   02 NombreCliente       PIC X(25).
   02 Documento           PIC X(12).
   02 FechaAlta           PIC 9(8).

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
   02 Tit-LimiteDiario       PIC 9(4)V99.
   02 Tit-Estado             PIC X(1).
      88 Interviniente-Baja      VALUE 'X'.
   02 Tit-FechaAlta          PIC 9(8).
   02 Tit-Operador           PIC 9(5).

WORKING-STORAGE SECTION.
01 CuentaConsulta   PIC 9(5).
01 AnoConsulta       PIC 9(4).
01 TotalReintegros          PIC 9(7)V99 VALUE 0.
01 TotalComisiones          PIC 9(7)V99 VALUE 0.
01 TotalTransferEnviadas    PIC 9(7)V99 VALUE 0.
01 TotalDisposicionesPrestamo PIC 9(7)V99 VALUE 0.
01 TotalCuotasPrestamo      PIC 9(7)V99 VALUE 0.
01 TotalAbonos               PIC 9(7)V99 VALUE 0.
01 TotalCargos                PIC 9(7)V99 VALUE 0.
01 MonedaCertificado         PIC X(3) VALUE SPACES.
01 TotalMovimientos          PIC 9(5) VALUE 0.

01 EstadoArchivo    PIC X(2).
   88 Estado-OK              VALUE '00'.
01 EstadoClientes   PIC X(2).
   88 Clientes-OK            VALUE '00'.
01 EstadoTitulares  PIC X(2).
   88 Titulares-OK           VALUE '00'.
01 SwCuentaHallada  PIC X(1) VALUE 'N'.
   88 Cuenta-Hallada         VALUE 'S'.
01 SwClientesAbierto PIC X(1) VALUE 'N'.
   88 Clientes-Abierto       VALUE 'S'.
01 SwFinTitulares   PIC X(1).

*> Titulares de la cuenta a efectos fiscales: el ClienteTitular y
*> los cotitulares activos de titulares.dat, a partes iguales. Un
*> autorizado dispone de la cuenta pero no es titular y no figura
01 TablaTitularesCertificado.
   02 TitularCertificado OCCURS 10 TIMES.
      03 TC-Cliente  PIC 9(5).
      03 TC-Rol      PIC X(1).
01 ContadorTitulares PIC 9(2) VALUE 0.
01 IndiceTitular     PIC 9(2).
01 ClienteAnadir     PIC 9(5).
01 RolAnadir         PIC X(1).
01 TextoRol          PIC X(10).
01 ParticipacionTitular PIC 9(3)V99.
01 ParticipacionBonita PIC ZZ9.99.

PROCEDURE DIVISION.
    DISPLAY "=== CERTIFICADO FISCAL ANUAL ==="
    DISPLAY "Numero de cuenta: "
        WHEN Aud-Operacion(1:22) = "COMISION MANTENIMIENTO"
            ADD Aud-Dinero TO TotalComisiones
            ADD 1 TO TotalMovimientos
        WHEN Aud-Operacion(1:9) = "COMISION "
            ADD Aud-Dinero TO TotalComisiones
            ADD 1 TO TotalMovimientos
        WHEN Aud-Operacion(1:21) = "TRANSFERENCIA ENVIADA"
            ADD Aud-Dinero TO TotalTransferEnviadas
            ADD 1 TO TotalMovimientos
        WHEN Aud-Operacion(1:21) = "TRANSFERENCIA EXTERNA"
            ADD Aud-Dinero TO TotalTransferEnviadas
            ADD 1 TO TotalMovimientos
        WHEN Aud-Operacion(1:25) = "DEVOLUCION TRANSF EXTERNA"
            ADD Aud-Dinero TO TotalTransferRecibidas
            ADD 1 TO TotalMovimientos
        WHEN Aud-Operacion(1:17) = "ABONO RECLAMACION"
            ADD Aud-Dinero TO TotalIngresos
            ADD 1 TO TotalMovimientos
        WHEN Aud-Operacion(1:17) = "CARGO RECLAMACION"
            ADD Aud-Dinero TO TotalTransferEnviadas
            ADD 1 TO TotalMovimientos
        WHEN Aud-Operacion(1:20) = "DISPOSICION PRESTAMO"
            ADD Aud-Dinero TO TotalDisposicionesPrestamo
            ADD 1 TO TotalMovimientos
        WHEN Aud-Operacion(1:14) = "CUOTA PRESTAMO"
            ADD Aud-Dinero TO TotalCuotasPrestamo
            ADD 1 TO TotalMovimientos
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
*> ---------------------------------------------------------------
ESCRIBIR-CERTIFICADO.
    COMPUTE TotalAbonos = TotalIntereses + TotalIngresos + TotalTransferRecibidas
                        + TotalDisposicionesPrestamo
    COMPUTE TotalCargos = TotalReintegros + TotalComisiones + TotalTransferEnviadas
                        + TotalCuotasPrestamo

    MOVE SPACES TO LineaCertificado
    STRING "Certificado fiscal - Cuenta " CuentaConsulta " - Ejercicio " AnoConsulta INTO LineaCertificado
    STRING "---------------------------------------------" INTO LineaCertificado
    WRITE LineaCertificado

    PERFORM ESCRIBIR-TITULARES
    MOVE SPACES TO LineaCertificado
    STRING "---------------------------------------------" INTO LineaCertificado
    WRITE LineaCertificado

    MOVE TotalIntereses TO DineroBonito
    MOVE SPACES TO LineaCertificado
    STRING "Intereses abonados:          " DineroBonito " " MonedaCertificado INTO LineaCertificado
    STRING "Transferencias recibidas:    " DineroBonito " " MonedaCertificado INTO LineaCertificado
    WRITE LineaCertificado

    MOVE TotalDisposicionesPrestamo TO DineroBonito
    MOVE SPACES TO LineaCertificado
    STRING "Disposiciones de prestamos:  " DineroBonito " " MonedaCertificado INTO LineaCertificado
    WRITE LineaCertificado

    MOVE TotalAbonos TO DineroBonito
    MOVE SPACES TO LineaCertificado
    STRING "TOTAL ABONOS:                " DineroBonito " " MonedaCertificado INTO LineaCertificado

    MOVE TotalComisiones TO DineroBonito
    MOVE SPACES TO LineaCertificado
    STRING "Comisiones cobradas:         " DineroBonito " " MonedaCertificado INTO LineaCertificado
    WRITE LineaCertificado

    MOVE TotalTransferEnviadas TO DineroBonito
    STRING "Transferencias enviadas:     " DineroBonito " " MonedaCertificado INTO LineaCertificado
    WRITE LineaCertificado

    MOVE TotalCuotasPrestamo TO DineroBonito
    MOVE SPACES TO LineaCertificado
    STRING "Cuotas de prestamos pagadas: " DineroBonito " " MonedaCertificado INTO LineaCertificado
    WRITE LineaCertificado

    MOVE TotalCargos TO DineroBonito
    MOVE SPACES TO LineaCertificado
    STRING "TOTAL CARGOS:                " DineroBonito " " MonedaCertificado INTO LineaCertificado
    MOVE SPACES TO LineaCertificado
    STRING "Movimientos computados: " TotalMovimientos INTO LineaCertificado
    WRITE LineaCertificado.

*> ---------------------------------------------------------------
*> Relacion de titulares de la cuenta certificada, con nombre,
*> documento y su parte en los importes del certificado
*> ---------------------------------------------------------------
ESCRIBIR-TITULARES.
    PERFORM LOCALIZAR-TITULARES
    IF NOT Cuenta-Hallada
        MOVE SPACES TO LineaCertificado
        STRING "Titulares: cuenta no encontrada en el maestro de cuentas" INTO LineaCertificado
        WRITE LineaCertificado
        EXIT PARAGRAPH
    END-IF
    IF ContadorTitulares = 0
        MOVE SPACES TO LineaCertificado
        STRING "Titulares: la cuenta no esta vinculada a ningun cliente" INTO LineaCertificado
        WRITE LineaCertificado
        EXIT PARAGRAPH
    END-IF

    COMPUTE ParticipacionTitular ROUNDED = 100 / ContadorTitulares
    MOVE ParticipacionTitular TO ParticipacionBonita
    MOVE SPACES TO LineaCertificado
    STRING "Titulares: " ContadorTitulares " - participacion de cada uno: " ParticipacionBonita " %" INTO LineaCertificado
    WRITE LineaCertificado

    MOVE 'N' TO SwClientesAbierto
    OPEN INPUT ArchivoClientes
    IF Clientes-OK
        MOVE 'S' TO SwClientesAbierto
    END-IF
    MOVE 1 TO IndiceTitular
    PERFORM UNTIL IndiceTitular > ContadorTitulares
        MOVE SPACES TO NombreCliente
        MOVE SPACES TO Documento
        IF Clientes-Abierto
            MOVE TC-Cliente(IndiceTitular) TO IdCliente
            READ ArchivoClientes
                INVALID KEY
                    CONTINUE
            END-READ
        END-IF
        IF TC-Rol(IndiceTitular) = 'T'
            MOVE "TITULAR" TO TextoRol
        ELSE
            MOVE "COTITULAR" TO TextoRol
        END-IF
        MOVE SPACES TO LineaCertificado
        STRING "  " TC-Cliente(IndiceTitular) " " NombreCliente " " Documento " " TextoRol INTO LineaCertificado
        WRITE LineaCertificado
        ADD 1 TO IndiceTitular
    END-PERFORM
    IF Clientes-Abierto
        CLOSE ArchivoClientes
    END-IF.

*> ---------------------------------------------------------------
*> Carga la tabla de titulares: primero el ClienteTitular de
*> cuentas.dat y despues los titulares y cotitulares activos de
*> titulares.dat que no sean el mismo cliente
*> ---------------------------------------------------------------
LOCALIZAR-TITULARES.
    MOVE 0 TO ContadorTitulares
    MOVE 'N' TO SwCuentaHallada
    OPEN INPUT ArchivoCuentas
    IF NOT Estado-OK
        EXIT PARAGRAPH
    END-IF
    MOVE CuentaConsulta TO IdCuenta
    READ ArchivoCuentas
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'S' TO SwCuentaHallada
    END-READ
    CLOSE ArchivoCuentas
    IF NOT Cuenta-Hallada
        EXIT PARAGRAPH
    END-IF
    IF ClienteTitular NOT = 0
        MOVE ClienteTitular TO ClienteAnadir
        MOVE 'T' TO RolAnadir
        PERFORM ANADIR-TITULAR
    END-IF

    OPEN INPUT ArchivoTitulares
    IF NOT Titulares-OK
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO SwFinTitulares
    MOVE CuentaConsulta TO Tit-Cuenta
    MOVE 0 TO Tit-Cliente
    START ArchivoTitulares KEY IS NOT LESS THAN Tit-Clave
        INVALID KEY
            MOVE 'S' TO SwFinTitulares
    END-START
    PERFORM UNTIL SwFinTitulares = 'S'
        READ ArchivoTitulares NEXT
            AT END
                MOVE 'S' TO SwFinTitulares
            NOT AT END
                IF Tit-Cuenta NOT = CuentaConsulta
                    MOVE 'S' TO SwFinTitulares
                ELSE
                    IF (Rol-Titular OR Rol-Cotitular) AND NOT Interviniente-Baja
                       AND Tit-Cliente NOT = ClienteTitular
                        MOVE Tit-Cliente TO ClienteAnadir
                        MOVE 'C' TO RolAnadir
                        PERFORM ANADIR-TITULAR
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArchivoTitulares.

*> ---------------------------------------------------------------
*> Anade ClienteAnadir a la tabla de titulares del certificado
*> ---------------------------------------------------------------
ANADIR-TITULAR.
    IF ContadorTitulares < 10
        ADD 1 TO ContadorTitulares
        MOVE ClienteAnadir TO TC-Cliente(ContadorTitulares)
        MOVE RolAnadir TO TC-Rol(ContadorTitulares)
    END-IF.
