      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWCND.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWCND.
