    SELECT ArchivoTiposCambio ASSIGN TO "..\tipos_cambio.dat" *>tabla de tipos de cambio para transferencias entre divisas distintas
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoComisiones ASSIGN TO "..\comisiones.dat" *>tarifa de comisiones por operacion, tipo de producto y canal
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoTerminales ASSIGN TO "..\terminales.dat" *>maestro de terminales: cada cajero fisico con su cassette y su contador de intentos propios
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS Term-Id.

    SELECT ArchivoFestivos ASSIGN TO "..\festivos.dat" *>calendario de festivos bancarios; sabados y domingos son siempre inhabiles
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoTarjetas ASSIGN TO "..\tarjetas.dat" *>maestro de tarjetas: cada tarjeta con su caducidad, su estado y las cuentas que opera
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS Tar-Numero.

    SELECT ArchivoOperadores ASSIGN TO "..\operadores.dat" *>maestro de operadores de oficina: quien puede usar las herramientas de mantenimiento y con que nivel
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS IdOperador.

    SELECT ArchivoTitulares ASSIGN TO "..\titulares.dat" *>intervinientes de cada cuenta: titular, cotitulares y autorizados, cada uno con su PIN
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS Tit-Clave.

DATA DIVISION.
FILE SECTION.
FD ArchivoCuentas.
   02 TC-Origen   PIC X(3).
   02 TC-Destino  PIC X(3).
   02 TC-Tasa     PIC 9(3)V9(6).
   02 TC-FechaVigor PIC 9(8).
   02 TC-HoraVigor  PIC 9(6).

FD ArchivoComisiones.
01 RegistroComision.
   02 Com-Producto   PIC X(1).
   02 Com-Operacion  PIC X(1).
   02 Com-Canal      PIC X(4).
   02 Com-Importe    PIC 9(3)V99.
   02 Com-Gratuitas  PIC 9(2).

FD ArchivoTerminales.
01 RegistroTerminal.
   02 Term-Num5       PIC 9(5).
   02 Term-IntentosInvalidos PIC 9(1).

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
   02 Tar-NumCuentas    PIC 9(1).
   02 Tar-Cuenta        PIC 9(5) OCCURS 4 TIMES.
   02 Tar-FechaEmision  PIC 9(8).
   02 Tar-Sustituta     PIC 9(16).

FD ArchivoOperadores.
01 RegistroOperador.
   02 IdOperador     PIC 9(5).
      88 Nivel-Gestor     VALUE 2.
      88 Nivel-Supervisor VALUE 3.

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
   02 Tit-FechaAlta          PIC 9(8).
   02 Tit-Operador           PIC 9(5).

WORKING-STORAGE SECTION.

PROCEDURE DIVISION.
    MOVE 'N' TO CambioPINPendiente
    WRITE RegistroCuenta

    *> Cliente 4: empleado de la empresa, autorizado en su cuenta
    *> (no tiene cuenta propia)
    MOVE 90004 TO IdCliente
    MOVE "Luis Ortega               " TO NombreCliente
    MOVE "00000004D   " TO Documento
    MOVE 20260101 TO FechaAlta
    WRITE RegistroCliente

    *> Segunda cuenta del cliente 1, en USD. Va la ultima porque el
    *> archivo esta abierto en OUTPUT con acceso secuencial y las
    *> claves de un INDEXED deben escribirse en orden ascendente
    MOVE "EUR" TO TC-Origen
    MOVE "USD" TO TC-Destino
    MOVE 1.080000 TO TC-Tasa
    MOVE 0 TO TC-FechaVigor
    MOVE 0 TO TC-HoraVigor
    WRITE LineaTipoCambio

    MOVE "USD" TO TC-Origen
    MOVE "EUR" TO TC-Destino
    MOVE 0.930000 TO TC-Tasa
    MOVE 0 TO TC-FechaVigor
    MOVE 0 TO TC-HoraVigor
    WRITE LineaTipoCambio
    CLOSE ArchivoTiposCambio

    *> Tarifa de comisiones de partida: R = reintegro por encima de
    *> los gratuitos del mes, X = transferencia a otro banco, D =
    *> transferencia interna con cambio de divisa. Canal en blanco
    *> vale para todos los terminales; una fila con el codigo de un
    *> terminal concreto manda sobre la general
    OPEN OUTPUT ArchivoComisiones
    MOVE 'C' TO Com-Producto
    MOVE 'R' TO Com-Operacion
    MOVE SPACES TO Com-Canal
    MOVE 1.50 TO Com-Importe
    MOVE 04 TO Com-Gratuitas
    WRITE RegistroComision

    MOVE 'C' TO Com-Producto
    MOVE 'X' TO Com-Operacion
    MOVE SPACES TO Com-Canal
    MOVE 3.00 TO Com-Importe
    MOVE 00 TO Com-Gratuitas
    WRITE RegistroComision

    MOVE 'C' TO Com-Producto
    MOVE 'D' TO Com-Operacion
    MOVE SPACES TO Com-Canal
    MOVE 2.00 TO Com-Importe
    MOVE 00 TO Com-Gratuitas
    WRITE RegistroComision

    MOVE 'A' TO Com-Producto
    MOVE 'R' TO Com-Operacion
    MOVE SPACES TO Com-Canal
    MOVE 2.00 TO Com-Importe
    MOVE 02 TO Com-Gratuitas
    WRITE RegistroComision

    MOVE 'A' TO Com-Producto
    MOVE 'X' TO Com-Operacion
    MOVE SPACES TO Com-Canal
    MOVE 4.00 TO Com-Importe
    MOVE 00 TO Com-Gratuitas
    WRITE RegistroComision

    MOVE 'A' TO Com-Producto
    MOVE 'D' TO Com-Operacion
    MOVE SPACES TO Com-Canal
    MOVE 2.50 TO Com-Importe
    MOVE 00 TO Com-Gratuitas
    WRITE RegistroComision

    MOVE 'E' TO Com-Producto
    MOVE 'R' TO Com-Operacion
    MOVE SPACES TO Com-Canal
    MOVE 1.00 TO Com-Importe
    MOVE 10 TO Com-Gratuitas
    WRITE RegistroComision

    MOVE 'E' TO Com-Producto
    MOVE 'X' TO Com-Operacion
    MOVE SPACES TO Com-Canal
    MOVE 2.00 TO Com-Importe
    MOVE 00 TO Com-Gratuitas
    WRITE RegistroComision

    MOVE 'E' TO Com-Producto
    MOVE 'D' TO Com-Operacion
    MOVE SPACES TO Com-Canal
    MOVE 1.50 TO Com-Importe
    MOVE 00 TO Com-Gratuitas
    WRITE RegistroComision
    CLOSE ArchivoComisiones

    *> Terminal de partida: la maquina de siempre, con el cassette
    *> vacio hasta su primera recarga desde Mantenimiento
    OPEN OUTPUT ArchivoTerminales
    WRITE RegistroTerminal
    CLOSE ArchivoTerminales

    *> Festivos nacionales del ano en curso que caen entre semana;
    *> los locales los anade cada oficina desde Mantenimiento
    OPEN OUTPUT ArchivoFestivos
    MOVE 20260101 TO Fes-Fecha
    MOVE "Ano Nuevo                     " TO Fes-Descripcion
    WRITE RegistroFestivo
    MOVE 20260106 TO Fes-Fecha
    MOVE "Epifania del Senor            " TO Fes-Descripcion
    WRITE RegistroFestivo
    MOVE 20260403 TO Fes-Fecha
    MOVE "Viernes Santo                 " TO Fes-Descripcion
    WRITE RegistroFestivo
    MOVE 20260501 TO Fes-Fecha
    MOVE "Fiesta del Trabajo            " TO Fes-Descripcion
    WRITE RegistroFestivo
    MOVE 20261012 TO Fes-Fecha
    MOVE "Fiesta Nacional de Espana     " TO Fes-Descripcion
    WRITE RegistroFestivo
    MOVE 20261208 TO Fes-Fecha
    MOVE "Inmaculada Concepcion         " TO Fes-Descripcion
    WRITE RegistroFestivo
    MOVE 20261225 TO Fes-Fecha
    MOVE "Navidad                       " TO Fes-Descripcion
    WRITE RegistroFestivo
    CLOSE ArchivoFestivos

    *> Una tarjeta por cliente; la del cliente 1 opera sus dos
    *> cuentas (EUR y USD) y el cajero le deja elegir con cual
    OPEN OUTPUT ArchivoTarjetas
    MOVE 4000000000010001 TO Tar-Numero
    MOVE 90001 TO Tar-Cliente
    MOVE 203012 TO Tar-Caducidad
    MOVE 'A' TO Tar-Estado
    MOVE 2 TO Tar-NumCuentas
    MOVE 10001 TO Tar-Cuenta(1)
    MOVE 10004 TO Tar-Cuenta(2)
    MOVE 0 TO Tar-Cuenta(3)
    MOVE 0 TO Tar-Cuenta(4)
    MOVE 20260101 TO Tar-FechaEmision
    MOVE 0 TO Tar-Sustituta
    WRITE RegistroTarjeta

    *> La del cliente 2 opera ademas la cuenta 10001, de la que es
    *> cotitular
    MOVE 4000000000010002 TO Tar-Numero
    MOVE 90002 TO Tar-Cliente
    MOVE 2 TO Tar-NumCuentas
    MOVE 10002 TO Tar-Cuenta(1)
    MOVE 10001 TO Tar-Cuenta(2)
    WRITE RegistroTarjeta

    MOVE 4000000000010003 TO Tar-Numero
    MOVE 90003 TO Tar-Cliente
    MOVE 1 TO Tar-NumCuentas
    MOVE 10003 TO Tar-Cuenta(1)
    MOVE 0 TO Tar-Cuenta(2)
    WRITE RegistroTarjeta

    MOVE 4000000000010004 TO Tar-Numero
    MOVE 90004 TO Tar-Cliente
    MOVE 10003 TO Tar-Cuenta(1)
    WRITE RegistroTarjeta
    CLOSE ArchivoTarjetas

    *> Intervinientes de cada cuenta, en orden de clave (cuenta y
    *> cliente): cada titular con el PIN de su cuenta, la cliente 2
    *> como cotitular de la 10001 y el empleado de la empresa como
    *> autorizado de la 10003 con un tope diario propio de 150,00
    OPEN OUTPUT ArchivoTitulares
    MOVE 0 TO Tit-IntentosFallidos
    MOVE 'N' TO Tit-CambioPINPendiente
    MOVE 0 TO Tit-LimiteDiario
    MOVE 'A' TO Tit-Estado
    MOVE 20260101 TO Tit-FechaAlta
    MOVE 90000 TO Tit-Operador

    MOVE 10001 TO Tit-Cuenta
    MOVE 90001 TO Tit-Cliente
    MOVE 'T' TO Tit-Rol
    MOVE 1234 TO Tit-PIN
    WRITE RegistroTitular

    MOVE 10001 TO Tit-Cuenta
    MOVE 90002 TO Tit-Cliente
    MOVE 'C' TO Tit-Rol
    MOVE 4321 TO Tit-PIN
    WRITE RegistroTitular

    MOVE 10002 TO Tit-Cuenta
    MOVE 90002 TO Tit-Cliente
    MOVE 'T' TO Tit-Rol
    MOVE 5678 TO Tit-PIN
    WRITE RegistroTitular

    MOVE 10003 TO Tit-Cuenta
    MOVE 90003 TO Tit-Cliente
    MOVE 'T' TO Tit-Rol
    MOVE 9999 TO Tit-PIN
    WRITE RegistroTitular

    MOVE 10003 TO Tit-Cuenta
    MOVE 90004 TO Tit-Cliente
    MOVE 'A' TO Tit-Rol
    MOVE 2468 TO Tit-PIN
    MOVE 0150.00 TO Tit-LimiteDiario
    WRITE RegistroTitular

    MOVE 10004 TO Tit-Cuenta
    MOVE 90001 TO Tit-Cliente
    MOVE 'T' TO Tit-Rol
    MOVE 1234 TO Tit-PIN
    MOVE 0 TO Tit-LimiteDiario
    WRITE RegistroTitular
    CLOSE ArchivoTitulares

    *> Operador de arranque con nivel de supervisor, para poder
    *> entrar en Mantenimiento y dar de alta al resto de la
    *> plantilla; cambiese su clave en la primera sesion
